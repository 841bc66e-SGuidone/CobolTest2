000100******************************************************************zbnkrgap
000200*                                                               * zbnkrgap
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * zbnkrgap
000400*   This demonstration program is provided for use by users     * zbnkrgap
000500*   of Micro Focus products and may be used, modified and       * zbnkrgap
000600*   distributed as part of your application provided that       * zbnkrgap
000700*   you properly acknowledge the copyright of Micro Focus       * zbnkrgap
000800*   in this material.                                           * zbnkrgap
000900*                                                               * zbnkrgap
001000******************************************************************zbnkrgap
001100                                                                  zbnkrgap
001200******************************************************************zbnkrgap
001300* ZBNKRGAP.CBL                                                   *zbnkrgap
001400* Function:    Monthly interest-rate repricing gap report for    *zbnkrgap
001500*              ALCO. Every open BNKACCT balance and every live   *zbnkrgap
001600*              BNKLNMA loan is placed in a time bucket by the    *zbnkrgap
001700*              date it next reprices, counted from the BUSDATE   *zbnkrgap
001800*              on BNKSYSC:                                       *zbnkrgap
001900*              - demand balances and overdrafts reprice at once  *zbnkrgap
002000*                (first bucket); term deposits at maturity;      *zbnkrgap
002100*              - loans linked to a BNKBASE rate reprice whenever *zbnkrgap
002200*                the base moves (first bucket); fixed-rate loans *zbnkrgap
002300*                are taken to reprice in full when they run off, *zbnkrgap
002400*                after their remaining instalments.              *zbnkrgap
002500*              Credit balances are liabilities, overdrawn        *zbnkrgap
002600*              balances and loans are assets; foreign amounts    *zbnkrgap
002700*              are converted to base at the BNKFXRT closing rate *zbnkrgap
002800*              and an amount with no rate is left out and        *zbnkrgap
002900*              counted. The report shows the gap (assets less    *zbnkrgap
003000*              liabilities) per bucket and cumulatively, and the *zbnkrgap
003100*              estimated change in twelve-month net interest     *zbnkrgap
003200*              income from a parallel rate shock: each bucket's  *zbnkrgap
003300*              gap times the shock times the part of the year    *zbnkrgap
003400*              left after the bucket's midpoint. The shock is    *zbnkrgap
003500*              taken from the exec parm in basis points as NNN   *zbnkrgap
003600*              (default 200) and applied up and down. Return     *zbnkrgap
003700*              code 4 when any amount could not be converted.    *zbnkrgap
003800******************************************************************zbnkrgap
003900 IDENTIFICATION DIVISION.                                         zbnkrgap
004000 PROGRAM-ID.                                                      zbnkrgap
004100     ZBNKRGAP.                                                    zbnkrgap
004200 DATE-WRITTEN.                                                    zbnkrgap
004300     October 2026.                                                zbnkrgap
004400 DATE-COMPILED.                                                   zbnkrgap
004500     Today.                                                       zbnkrgap
004600                                                                  zbnkrgap
004700 ENVIRONMENT DIVISION.                                            zbnkrgap
004800 INPUT-OUTPUT   SECTION.                                          zbnkrgap
004900   FILE-CONTROL.                                                  zbnkrgap
005000     SELECT ACCOUNT-FILE                                          zbnkrgap
005100            ASSIGN       TO BNKACCT                               zbnkrgap
005200            ORGANIZATION IS INDEXED                               zbnkrgap
005300            ACCESS MODE  IS DYNAMIC                               zbnkrgap
005400            RECORD KEY   IS BAC-REC-ACCNO                         zbnkrgap
005500            FILE STATUS  IS WS-ACCOUNT-STATUS.                    zbnkrgap
005600     SELECT LOANM-FILE                                            zbnkrgap
005700            ASSIGN       TO BNKLNMA                               zbnkrgap
005800            ORGANIZATION IS INDEXED                               zbnkrgap
005900            ACCESS MODE  IS SEQUENTIAL                            zbnkrgap
006000            RECORD KEY   IS LM-REC-KEY                            zbnkrgap
006100            FILE STATUS  IS WS-LOANM-STATUS.                      zbnkrgap
006200     SELECT FXRT-FILE                                             zbnkrgap
006300            ASSIGN       TO BNKFXRT                               zbnkrgap
006400            ORGANIZATION IS INDEXED                               zbnkrgap
006500            ACCESS MODE  IS RANDOM                                zbnkrgap
006600            RECORD KEY   IS FX-REC-KEY                            zbnkrgap
006700            FILE STATUS  IS WS-FXRT-STATUS.                       zbnkrgap
006800     SELECT SYSC-FILE                                             zbnkrgap
006900            ASSIGN       TO BNKSYSC                               zbnkrgap
007000            ORGANIZATION IS INDEXED                               zbnkrgap
007100            ACCESS MODE  IS RANDOM                                zbnkrgap
007200            RECORD KEY   IS SY-REC-CONTROL-NAME                   zbnkrgap
007300            FILE STATUS  IS WS-SYSC-STATUS.                       zbnkrgap
007400     SELECT PRINTOUT-FILE                                         zbnkrgap
007500            ASSIGN       TO PRINTOUT                              zbnkrgap
007600            ORGANIZATION IS SEQUENTIAL                            zbnkrgap
007700            ACCESS MODE  IS SEQUENTIAL                            zbnkrgap
007800            FILE STATUS  IS WS-PRINTOUT-STATUS.                   zbnkrgap
007900     SELECT JOBSUM-FILE                                           zbnkrgap
008000            ASSIGN       TO JOBSUM                                zbnkrgap
008100            ORGANIZATION IS SEQUENTIAL                            zbnkrgap
008200            ACCESS MODE  IS SEQUENTIAL                            zbnkrgap
008300            FILE STATUS  IS WS-JOBSUM-STATUS.                     zbnkrgap
008400                                                                  zbnkrgap
008500 DATA DIVISION.                                                   zbnkrgap
008600 FILE SECTION.                                                    zbnkrgap
008700                                                                  zbnkrgap
008800 FD  ACCOUNT-FILE.                                                zbnkrgap
008900 01  ACCOUNT-FILE-REC.                                            zbnkrgap
009000 COPY CBANKVAC.                                                   zbnkrgap
009100                                                                  zbnkrgap
009200 FD  LOANM-FILE.                                                  zbnkrgap
009300 01  LOANM-FILE-REC.                                              zbnkrgap
009400 COPY CBANKVLM.                                                   zbnkrgap
009500                                                                  zbnkrgap
009600 FD  FXRT-FILE.                                                   zbnkrgap
009700 01  FXRT-FILE-REC.                                               zbnkrgap
009800 COPY CBANKVFX.                                                   zbnkrgap
009900                                                                  zbnkrgap
010000 FD  SYSC-FILE.                                                   zbnkrgap
010100 01  SYSC-FILE-REC.                                               zbnkrgap
010200 COPY CBANKVSY.                                                   zbnkrgap
010300                                                                  zbnkrgap
010400 FD  PRINTOUT-FILE.                                               zbnkrgap
010500 01  PRINTOUT-REC                      PIC X(121).                zbnkrgap
010600                                                                  zbnkrgap
010700 FD  JOBSUM-FILE.                                                 zbnkrgap
010800 01  JOBSUM-REC                        PIC X(80).                 zbnkrgap
010900                                                                  zbnkrgap
011000 WORKING-STORAGE SECTION.                                         zbnkrgap
011100 01  WS-RUN-CONTROL.                                              zbnkrgap
011200 COPY CRUNCTLD.                                                   zbnkrgap
011300 01  WS-FILE-STATUSES.                                            zbnkrgap
011400   05  WS-ACCOUNT-STATUS.                                         zbnkrgap
011500     10  WS-ACCOUNT-STAT1               PIC X(1).                 zbnkrgap
011600     10  WS-ACCOUNT-STAT2               PIC X(1).                 zbnkrgap
011700   05  WS-LOANM-STATUS.                                           zbnkrgap
011800     10  WS-LOANM-STAT1                 PIC X(1).                 zbnkrgap
011900     10  WS-LOANM-STAT2                 PIC X(1).                 zbnkrgap
012000   05  WS-FXRT-STATUS.                                            zbnkrgap
012100     10  WS-FXRT-STAT1                  PIC X(1).                 zbnkrgap
012200     10  WS-FXRT-STAT2                  PIC X(1).                 zbnkrgap
012300   05  WS-SYSC-STATUS.                                            zbnkrgap
012400     10  WS-SYSC-STAT1                  PIC X(1).                 zbnkrgap
012500     10  WS-SYSC-STAT2                  PIC X(1).                 zbnkrgap
012600   05  WS-PRINTOUT-STATUS.                                        zbnkrgap
012700     10  WS-PRINTOUT-STAT1              PIC X(1).                 zbnkrgap
012800     10  WS-PRINTOUT-STAT2              PIC X(1).                 zbnkrgap
012900   05  WS-JOBSUM-STATUS.                                          zbnkrgap
013000     10  WS-JOBSUM-STAT1                PIC X(1).                 zbnkrgap
013100     10  WS-JOBSUM-STAT2                PIC X(1).                 zbnkrgap
013200   05  WS-IO-STATUS.                                              zbnkrgap
013300     10  WS-IO-STAT1                   PIC X(1).                  zbnkrgap
013400     10  WS-IO-STAT2                   PIC X(1).                  zbnkrgap
013500                                                                  zbnkrgap
013600   05  WS-TWO-BYTES.                                              zbnkrgap
013700     10  WS-TWO-BYTES-LEFT             PIC X(1).                  zbnkrgap
013800     10  WS-TWO-BYTES-RIGHT            PIC X(1).                  zbnkrgap
013900   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 zbnkrgap
014000                                      PIC 9(1) COMP.              zbnkrgap
014100                                                                  zbnkrgap
014200 01  WS-CONSOLE-MESSAGE                    PIC X(48).             zbnkrgap
014300                                                                  zbnkrgap
014400 01  WS-DATE-WORK-AREA.                                           zbnkrgap
014500 COPY CDATED.                                                     zbnkrgap
014600                                                                  zbnkrgap
014700 01  WS-TODAY-DATE-N                       PIC 9(8).              zbnkrgap
014800 01  WS-TODAY-DATE-PARTS REDEFINES WS-TODAY-DATE-N.               zbnkrgap
014900     05  WS-TODAY-CCYY                     PIC 9(4).              zbnkrgap
015000     05  WS-TODAY-MM                       PIC 9(2).              zbnkrgap
015100     05  WS-TODAY-DD                       PIC 9(2).              zbnkrgap
015200 01  WS-RUN-DATE-DISPLAY                   PIC X(11).             zbnkrgap
015300 01  WS-RUN-TIME-8                         PIC 9(8).              zbnkrgap
015400 01  WS-RUN-TIME                           PIC X(6).              zbnkrgap
015500 01  WS-BUSDATE                            PIC 9(8).              zbnkrgap
015600 01  WS-BUSDATE-INT                        PIC S9(9) COMP.        zbnkrgap
015700 01  WS-DAYS-TO-REPRICE                    PIC S9(9) COMP.        zbnkrgap
015800 01  WS-MONTHS-TO-REPRICE                  PIC S9(4) COMP.        zbnkrgap
015900                                                                  zbnkrgap
016000 01  WS-EXEC-PARM-LL                       PIC S9(4) COMP.        zbnkrgap
016100 01  WS-SHOCK-BP                           PIC 9(3) VALUE 200.    zbnkrgap
016200 01  WS-SHOCK-BP-D                         PIC ZZ9.               zbnkrgap
016300                                                                  zbnkrgap
016400 01  WS-BASE-CCY                           PIC X(3) VALUE 'USD'.  zbnkrgap
016500                                                                  zbnkrgap
016600******************************************************************zbnkrgap
016700* Repricing buckets. The upper bound of each is held in days for *zbnkrgap
016800* balances and in months for loans; the weight is the part of a  *zbnkrgap
016900* year still to run after the bucket's midpoint, so a rate       *zbnkrgap
017000* change on that bucket's gap earns or costs that part of a      *zbnkrgap
017100* year's interest. Buckets beyond one year carry no weight.      *zbnkrgap
017200******************************************************************zbnkrgap
017300 01  WS-BUCKET-VALUES.                                            zbnkrgap
017400     05  FILLER                            PIC X(14)              zbnkrgap
017500         VALUE 'Up to 1 month'.                                   zbnkrgap
017600     05  FILLER                            PIC 9(5) VALUE 30.     zbnkrgap
017700     05  FILLER                            PIC 9(3) VALUE 1.      zbnkrgap
017800     05  FILLER                            PIC 9V9(4)             zbnkrgap
017900         VALUE 0.9583.                                            zbnkrgap
018000     05  FILLER                            PIC X(14)              zbnkrgap
018100         VALUE '1 - 3 months'.                                    zbnkrgap
018200     05  FILLER                            PIC 9(5) VALUE 91.     zbnkrgap
018300     05  FILLER                            PIC 9(3) VALUE 3.      zbnkrgap
018400     05  FILLER                            PIC 9V9(4)             zbnkrgap
018500         VALUE 0.8333.                                            zbnkrgap
018600     05  FILLER                            PIC X(14)              zbnkrgap
018700         VALUE '3 - 6 months'.                                    zbnkrgap
018800     05  FILLER                            PIC 9(5) VALUE 182.    zbnkrgap
018900     05  FILLER                            PIC 9(3) VALUE 6.      zbnkrgap
019000     05  FILLER                            PIC 9V9(4)             zbnkrgap
019100         VALUE 0.6250.                                            zbnkrgap
019200     05  FILLER                            PIC X(14)              zbnkrgap
019300         VALUE '6 - 12 months'.                                   zbnkrgap
019400     05  FILLER                            PIC 9(5) VALUE 365.    zbnkrgap
019500     05  FILLER                            PIC 9(3) VALUE 12.     zbnkrgap
019600     05  FILLER                            PIC 9V9(4)             zbnkrgap
019700         VALUE 0.2500.                                            zbnkrgap
019800     05  FILLER                            PIC X(14)              zbnkrgap
019900         VALUE '1 - 5 years'.                                     zbnkrgap
020000     05  FILLER                            PIC 9(5) VALUE 1826.   zbnkrgap
020100     05  FILLER                            PIC 9(3) VALUE 60.     zbnkrgap
020200     05  FILLER                            PIC 9V9(4) VALUE ZERO. zbnkrgap
020300     05  FILLER                            PIC X(14)              zbnkrgap
020400         VALUE 'Over 5 years'.                                    zbnkrgap
020500     05  FILLER                            PIC 9(5) VALUE 99999.  zbnkrgap
020600     05  FILLER                            PIC 9(3) VALUE 999.    zbnkrgap
020700     05  FILLER                            PIC 9V9(4) VALUE ZERO. zbnkrgap
020800 01  WS-BUCKET-TABLE REDEFINES WS-BUCKET-VALUES.                  zbnkrgap
020900     05  WS-BK-DEFN OCCURS 6 TIMES.                               zbnkrgap
021000         10  WS-BK-LABEL                   PIC X(14).             zbnkrgap
021100         10  WS-BK-MAX-DAYS                PIC 9(5).              zbnkrgap
021200         10  WS-BK-MAX-MONTHS              PIC 9(3).              zbnkrgap
021300         10  WS-BK-WEIGHT                  PIC 9V9(4).            zbnkrgap
021400 01  WS-BUCKET-TOTALS.                                            zbnkrgap
021500     05  WS-BK-TOTAL OCCURS 6 TIMES.                              zbnkrgap
021600         10  WS-BK-ASSETS                  PIC S9(13)V99 COMP-3.  zbnkrgap
021700         10  WS-BK-LIABILITIES             PIC S9(13)V99 COMP-3.  zbnkrgap
021800 01  WS-BUCKET-SUB                         PIC 9(1).              zbnkrgap
021900                                                                  zbnkrgap
022000 01  WS-LOOKUP-CCY                         PIC X(3).              zbnkrgap
022100 01  WS-CLOSING-RATE                       PIC 9(3)V9(6) COMP-3.  zbnkrgap
022200 01  WS-RATE-FOUND                         PIC X(1).              zbnkrgap
022300 01  WS-BASE-AMOUNT                        PIC S9(13)V99 COMP-3.  zbnkrgap
022400 01  WS-BUCKET-GAP                         PIC S9(13)V99 COMP-3.  zbnkrgap
022500 01  WS-CUMULATIVE-GAP                     PIC S9(13)V99 COMP-3   zbnkrgap
022600     VALUE ZERO.                                                  zbnkrgap
022700 01  WS-BUCKET-NII                         PIC S9(13)V99 COMP-3.  zbnkrgap
022800 01  WS-NII-UP                             PIC S9(13)V99 COMP-3   zbnkrgap
022900     VALUE ZERO.                                                  zbnkrgap
023000 01  WS-NII-DOWN                           PIC S9(13)V99 COMP-3.  zbnkrgap
023100 01  WS-TOTAL-ASSETS                       PIC S9(13)V99 COMP-3   zbnkrgap
023200     VALUE ZERO.                                                  zbnkrgap
023300 01  WS-TOTAL-LIABILITIES                  PIC S9(13)V99 COMP-3   zbnkrgap
023400     VALUE ZERO.                                                  zbnkrgap
023500                                                                  zbnkrgap
023600 01  WS-COLUMN-HEADING.                                           zbnkrgap
023700     05  FILLER                            PIC X(14)              zbnkrgap
023800         VALUE 'Reprices in'.                                     zbnkrgap
023900     05  FILLER                            PIC X(18)              zbnkrgap
024000         VALUE '            Assets'.                              zbnkrgap
024100     05  FILLER                            PIC X(18)              zbnkrgap
024200         VALUE '       Liabilities'.                              zbnkrgap
024300     05  FILLER                            PIC X(18)              zbnkrgap
024400         VALUE '               Gap'.                              zbnkrgap
024500     05  FILLER                            PIC X(18)              zbnkrgap
024600         VALUE '    Cumulative gap'.                              zbnkrgap
024700     05  FILLER                            PIC X(8)               zbnkrgap
024800         VALUE '  Weight'.                                        zbnkrgap
024900     05  FILLER                            PIC X(18)              zbnkrgap
025000         VALUE '  NII impact (+up)'.                              zbnkrgap
025100                                                                  zbnkrgap
025200 01  WS-DETAIL-LINE.                                              zbnkrgap
025300     05  WS-DET-LABEL                      PIC X(14).             zbnkrgap
025400     05  FILLER                            PIC X(1) VALUE SPACES. zbnkrgap
025500     05  WS-DET-ASSETS                     PIC Z,ZZZ,ZZZ,ZZ9.99-. zbnkrgap
025600     05  FILLER                            PIC X(1) VALUE SPACES. zbnkrgap
025700     05  WS-DET-LIABILITIES                PIC Z,ZZZ,ZZZ,ZZ9.99-. zbnkrgap
025800     05  FILLER                            PIC X(1) VALUE SPACES. zbnkrgap
025900     05  WS-DET-GAP                        PIC Z,ZZZ,ZZZ,ZZ9.99-. zbnkrgap
026000     05  FILLER                            PIC X(1) VALUE SPACES. zbnkrgap
026100     05  WS-DET-CUMULATIVE                 PIC Z,ZZZ,ZZZ,ZZ9.99-. zbnkrgap
026200     05  FILLER                            PIC X(2) VALUE SPACES. zbnkrgap
026300     05  WS-DET-WEIGHT                     PIC 9.9999.            zbnkrgap
026400     05  FILLER                            PIC X(1) VALUE SPACES. zbnkrgap
026500     05  WS-DET-NII                        PIC Z,ZZZ,ZZZ,ZZ9.99-. zbnkrgap
026600                                                                  zbnkrgap
026700 01  WS-AMT-D                              PIC Z,ZZZ,ZZZ,ZZ9.99-. zbnkrgap
026800 01  WS-REPORT-LINE                        PIC X(121).            zbnkrgap
026900                                                                  zbnkrgap
027000******************************************************************zbnkrgap
027100* Run counters, reported on the job summary at the end of the    *zbnkrgap
027200* run.                                                           *zbnkrgap
027300******************************************************************zbnkrgap
027400 01  WS-ACCOUNTS-READ                      PIC 9(7) VALUE ZERO.   zbnkrgap
027500 01  WS-ACCOUNTS-BUCKETED                  PIC 9(7) VALUE ZERO.   zbnkrgap
027600 01  WS-LOANS-READ                         PIC 9(7) VALUE ZERO.   zbnkrgap
027700 01  WS-LOANS-BUCKETED                     PIC 9(7) VALUE ZERO.   zbnkrgap
027800 01  WS-AMOUNTS-UNRATED                    PIC 9(7) VALUE ZERO.   zbnkrgap
027900 01  WS-COUNT-D                            PIC Z,ZZZ,ZZ9.         zbnkrgap
028000                                                                  zbnkrgap
028100 01  WS-END-OF-ACCOUNT                     PIC X(3) VALUE 'NO '.  zbnkrgap
028200 01  WS-END-OF-LOANM                       PIC X(3) VALUE 'NO '.  zbnkrgap
028300                                                                  zbnkrgap
028400 LINKAGE SECTION.                                                 zbnkrgap
028500 01  LK-EXEC-PARM.                                                zbnkrgap
028600   05  LK-EXEC-PARM-LL                     PIC S9(4) COMP.        zbnkrgap
028700   05  LK-EXEC-PARM-DATA                   PIC X(16).             zbnkrgap
028800                                                                  zbnkrgap
028900 PROCEDURE DIVISION USING LK-EXEC-PARM.                           zbnkrgap
029000                                                                  zbnkrgap
029100******************************************************************zbnkrgap
029200* The exec parm carries the rate shock in basis points as NNN;   *zbnkrgap
029300* no parm, or a zero one, shocks rates by 200 basis points.      *zbnkrgap
029400******************************************************************zbnkrgap
029500     MOVE ZEROES TO WS-EXEC-PARM-LL.                              zbnkrgap
029600     MOVE LK-EXEC-PARM-LL TO WS-EXEC-PARM-LL.                     zbnkrgap
029700     IF WS-EXEC-PARM-LL IS GREATER THAN ZERO                      zbnkrgap
029800        AND LK-EXEC-PARM-DATA (1:3) IS NUMERIC                    zbnkrgap
029900        AND LK-EXEC-PARM-DATA (1:3) IS NOT EQUAL TO '000'         zbnkrgap
030000        MOVE LK-EXEC-PARM-DATA (1:3) TO WS-SHOCK-BP               zbnkrgap
030100     END-IF.                                                      zbnkrgap
030200                                                                  zbnkrgap
030300     PERFORM RUN-CONTROL-START                                    zbnkrgap
030400         THRU RUN-CONTROL-START-EXIT.                             zbnkrgap
030500     PERFORM GET-RUN-DATE.                                        zbnkrgap
030600                                                                  zbnkrgap
030700     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           zbnkrgap
030800     STRING 'Repricing gap run for ' DELIMITED BY SIZE            zbnkrgap
030900            WS-RUN-DATE-DISPLAY DELIMITED BY SIZE                 zbnkrgap
031000       INTO WS-CONSOLE-MESSAGE.                                   zbnkrgap
031100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkrgap
031200                                                                  zbnkrgap
031300     PERFORM ACCOUNT-OPEN.                                        zbnkrgap
031400     PERFORM LOANM-OPEN.                                          zbnkrgap
031500     PERFORM FXRT-OPEN.                                           zbnkrgap
031600     PERFORM SYSC-OPEN.                                           zbnkrgap
031700     PERFORM PRINTOUT-OPEN.                                       zbnkrgap
031800                                                                  zbnkrgap
031900     PERFORM GET-BUSINESS-DATE                                    zbnkrgap
032000         THRU GET-BUSINESS-DATE-EXIT.                             zbnkrgap
032100     PERFORM CLEAR-BUCKET                                         zbnkrgap
032200         VARYING WS-BUCKET-SUB FROM 1 BY 1                        zbnkrgap
032300           UNTIL WS-BUCKET-SUB IS GREATER THAN 6.                 zbnkrgap
032400                                                                  zbnkrgap
032500     PERFORM ACCOUNT-GET.                                         zbnkrgap
032600     PERFORM BUCKET-ONE-ACCOUNT                                   zbnkrgap
032700         THRU BUCKET-ONE-ACCOUNT-EXIT                             zbnkrgap
032800             UNTIL WS-END-OF-ACCOUNT = 'YES'.                     zbnkrgap
032900     PERFORM LOANM-GET.                                           zbnkrgap
033000     PERFORM BUCKET-ONE-LOAN                                      zbnkrgap
033100         THRU BUCKET-ONE-LOAN-EXIT                                zbnkrgap
033200             UNTIL WS-END-OF-LOANM = 'YES'.                       zbnkrgap
033300                                                                  zbnkrgap
033400     PERFORM WRITE-REPORT-HEADING.                                zbnkrgap
033500     PERFORM REPORT-ONE-BUCKET                                    zbnkrgap
033600         THRU REPORT-ONE-BUCKET-EXIT                              zbnkrgap
033700             VARYING WS-BUCKET-SUB FROM 1 BY 1                    zbnkrgap
033800               UNTIL WS-BUCKET-SUB IS GREATER THAN 6.             zbnkrgap
033900     PERFORM REPORT-TOTALS                                        zbnkrgap
034000         THRU REPORT-TOTALS-EXIT.                                 zbnkrgap
034100                                                                  zbnkrgap
034200     PERFORM ACCOUNT-CLOSE.                                       zbnkrgap
034300     PERFORM LOANM-CLOSE.                                         zbnkrgap
034400     PERFORM FXRT-CLOSE.                                          zbnkrgap
034500     PERFORM SYSC-CLOSE.                                          zbnkrgap
034600     PERFORM PRINTOUT-CLOSE.                                      zbnkrgap
034700                                                                  zbnkrgap
034800     PERFORM PRINT-JOB-SUMMARY.                                   zbnkrgap
034900                                                                  zbnkrgap
035000     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     zbnkrgap
035100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkrgap
035200     IF WS-AMOUNTS-UNRATED IS GREATER THAN ZERO                   zbnkrgap
035300        MOVE 4 TO RETURN-CODE                                     zbnkrgap
035400     ELSE                                                         zbnkrgap
035500        MOVE 0 TO RETURN-CODE                                     zbnkrgap
035600     END-IF.                                                      zbnkrgap
035700     PERFORM RUN-CONTROL-END.                                     zbnkrgap
035800     GOBACK.                                                      zbnkrgap
035900                                                                  zbnkrgap
036000******************************************************************zbnkrgap
036100* GET-RUN-DATE                                                   *zbnkrgap
036200* Obtains today's date, in both numeric and display form, and    *zbnkrgap
036300* the current time.                                              *zbnkrgap
036400******************************************************************zbnkrgap
036500 GET-RUN-DATE.                                                    zbnkrgap
036600     ACCEPT WS-TODAY-DATE-N FROM DATE YYYYMMDD.                   zbnkrgap
036700     MOVE SPACES TO DD-INPUT-TYPE.                                zbnkrgap
036800     SET DDI-ISO TO TRUE.                                         zbnkrgap
036900     MOVE SPACES TO DDI-DATA.                                     zbnkrgap
037000     STRING WS-TODAY-CCYY DELIMITED BY SIZE                       zbnkrgap
037100            '-'           DELIMITED BY SIZE                       zbnkrgap
037200            WS-TODAY-MM   DELIMITED BY SIZE                       zbnkrgap
037300            '-'           DELIMITED BY SIZE                       zbnkrgap
037400            WS-TODAY-DD   DELIMITED BY SIZE                       zbnkrgap
037500       INTO DDI-DATA.                                             zbnkrgap
037600     MOVE SPACES TO DD-OUTPUT-TYPE.                               zbnkrgap
037700     SET DDO-DD-MMM-YYYY TO TRUE.                                 zbnkrgap
037800     SET DD-ENV-NULL TO TRUE.                                     zbnkrgap
037900     CALL 'UDATECNV' USING WS-DATE-WORK-AREA.                     zbnkrgap
038000     MOVE DDO-DATA TO WS-RUN-DATE-DISPLAY.                        zbnkrgap
038100     ACCEPT WS-RUN-TIME-8 FROM TIME.                              zbnkrgap
038200     MOVE WS-RUN-TIME-8(1:6) TO WS-RUN-TIME.                      zbnkrgap
038300 GET-RUN-DATE-EXIT.                                               zbnkrgap
038400     EXIT.                                                        zbnkrgap
038500                                                                  zbnkrgap
038600******************************************************************zbnkrgap
038700* GET-BUSINESS-DATE                                              *zbnkrgap
038800* Repricing is measured from the BUSDATE control record, or from *zbnkrgap
038900* today when there is none.                                      *zbnkrgap
039000******************************************************************zbnkrgap
039100 GET-BUSINESS-DATE.                                               zbnkrgap
039200     MOVE WS-TODAY-DATE-N TO WS-BUSDATE.                          zbnkrgap
039300     MOVE 'BUSDATE ' TO SY-REC-CONTROL-NAME.                      zbnkrgap
039400     READ SYSC-FILE.                                              zbnkrgap
039500     IF WS-SYSC-STATUS = '00' AND SY-REC-DATE IS NUMERIC          zbnkrgap
039600        AND SY-REC-DATE IS GREATER THAN ZERO                      zbnkrgap
039700        MOVE SY-REC-DATE TO WS-BUSDATE                            zbnkrgap
039800     END-IF.                                                      zbnkrgap
039900     COMPUTE WS-BUSDATE-INT =                                     zbnkrgap
040000         FUNCTION INTEGER-OF-DATE (WS-BUSDATE).                   zbnkrgap
040100 GET-BUSINESS-DATE-EXIT.                                          zbnkrgap
040200     EXIT.                                                        zbnkrgap
040300                                                                  zbnkrgap
040400 CLEAR-BUCKET.                                                    zbnkrgap
040500     MOVE ZERO TO WS-BK-ASSETS (WS-BUCKET-SUB).                   zbnkrgap
040600     MOVE ZERO TO WS-BK-LIABILITIES (WS-BUCKET-SUB).              zbnkrgap
040700                                                                  zbnkrgap
040800******************************************************************zbnkrgap
040900* BUCKET-ONE-ACCOUNT                                             *zbnkrgap
041000* An open balance with no maturity date is on demand and         *zbnkrgap
041100* reprices at once, as does any overdrawn balance; a term        *zbnkrgap
041200* deposit reprices at maturity, a maturity already passed        *zbnkrgap
041300* counting as due now.                                           *zbnkrgap
041400******************************************************************zbnkrgap
041500 BUCKET-ONE-ACCOUNT.                                              zbnkrgap
041600     ADD 1 TO WS-ACCOUNTS-READ.                                   zbnkrgap
041700     IF BAC-REC-CLOSED                                            zbnkrgap
041800        OR BAC-REC-BALANCE IS EQUAL TO ZERO                       zbnkrgap
041900        GO TO BUCKET-ONE-ACCOUNT-NEXT                             zbnkrgap
042000     END-IF.                                                      zbnkrgap
042100     MOVE BAC-REC-CURRENCY TO WS-LOOKUP-CCY.                      zbnkrgap
042200     MOVE BAC-REC-BALANCE TO WS-BASE-AMOUNT.                      zbnkrgap
042300     PERFORM CONVERT-TO-BASE                                      zbnkrgap
042400         THRU CONVERT-TO-BASE-EXIT.                               zbnkrgap
042500     IF WS-RATE-FOUND IS NOT EQUAL TO 'Y'                         zbnkrgap
042600        GO TO BUCKET-ONE-ACCOUNT-NEXT                             zbnkrgap
042700     END-IF.                                                      zbnkrgap
042800     MOVE 1 TO WS-BUCKET-SUB.                                     zbnkrgap
042900     IF BAC-REC-BALANCE IS GREATER THAN ZERO                      zbnkrgap
043000        AND BAC-REC-MATURITY-DTE IS NUMERIC                       zbnkrgap
043100        AND BAC-REC-MATURITY-DTE IS GREATER THAN WS-BUSDATE       zbnkrgap
043200        COMPUTE WS-DAYS-TO-REPRICE =                              zbnkrgap
043300            FUNCTION INTEGER-OF-DATE (BAC-REC-MATURITY-DTE)       zbnkrgap
043400            - WS-BUSDATE-INT                                      zbnkrgap
043500        PERFORM FIND-DAYS-BUCKET                                  zbnkrgap
043600            UNTIL WS-BUCKET-SUB IS EQUAL TO 6                     zbnkrgap
043700               OR WS-DAYS-TO-REPRICE IS NOT GREATER THAN          zbnkrgap
043800                  WS-BK-MAX-DAYS (WS-BUCKET-SUB)                  zbnkrgap
043900     END-IF.                                                      zbnkrgap
044000     IF WS-BASE-AMOUNT IS GREATER THAN ZERO                       zbnkrgap
044100        ADD WS-BASE-AMOUNT TO WS-BK-LIABILITIES (WS-BUCKET-SUB)   zbnkrgap
044200     ELSE                                                         zbnkrgap
044300        SUBTRACT WS-BASE-AMOUNT FROM WS-BK-ASSETS (WS-BUCKET-SUB) zbnkrgap
044400     END-IF.                                                      zbnkrgap
044500     ADD 1 TO WS-ACCOUNTS-BUCKETED.                               zbnkrgap
044600 BUCKET-ONE-ACCOUNT-NEXT.                                         zbnkrgap
044700     PERFORM ACCOUNT-GET.                                         zbnkrgap
044800 BUCKET-ONE-ACCOUNT-EXIT.                                         zbnkrgap
044900     EXIT.                                                        zbnkrgap
045000                                                                  zbnkrgap
045100 FIND-DAYS-BUCKET.                                                zbnkrgap
045200     ADD 1 TO WS-BUCKET-SUB.                                      zbnkrgap
045300                                                                  zbnkrgap
045400******************************************************************zbnkrgap
045500* BUCKET-ONE-LOAN                                                *zbnkrgap
045600* A live loan's outstanding balance is an asset in the currency  *zbnkrgap
045700* of its linked account. A loan on a base rate reprices with the *zbnkrgap
045800* base; a fixed-rate loan when its remaining instalments have    *zbnkrgap
045900* run.                                                           *zbnkrgap
046000******************************************************************zbnkrgap
046100 BUCKET-ONE-LOAN.                                                 zbnkrgap
046200     ADD 1 TO WS-LOANS-READ.                                      zbnkrgap
046300     IF NOT LM-REC-ACTIVE AND NOT LM-REC-SUSPENDED                zbnkrgap
046400        GO TO BUCKET-ONE-LOAN-NEXT                                zbnkrgap
046500     END-IF.                                                      zbnkrgap
046600     IF LM-REC-OUTSTANDING IS NOT GREATER THAN ZERO               zbnkrgap
046700        GO TO BUCKET-ONE-LOAN-NEXT                                zbnkrgap
046800     END-IF.                                                      zbnkrgap
046900     MOVE WS-BASE-CCY TO WS-LOOKUP-CCY.                           zbnkrgap
047000     MOVE LM-REC-ACCNO TO BAC-REC-ACCNO.                          zbnkrgap
047100     READ ACCOUNT-FILE.                                           zbnkrgap
047200     IF WS-ACCOUNT-STATUS = '00'                                  zbnkrgap
047300        MOVE BAC-REC-CURRENCY TO WS-LOOKUP-CCY                    zbnkrgap
047400     END-IF.                                                      zbnkrgap
047500     MOVE LM-REC-OUTSTANDING TO WS-BASE-AMOUNT.                   zbnkrgap
047600     PERFORM CONVERT-TO-BASE                                      zbnkrgap
047700         THRU CONVERT-TO-BASE-EXIT.                               zbnkrgap
047800     IF WS-RATE-FOUND IS NOT EQUAL TO 'Y'                         zbnkrgap
047900        GO TO BUCKET-ONE-LOAN-NEXT                                zbnkrgap
048000     END-IF.                                                      zbnkrgap
048100     MOVE 1 TO WS-BUCKET-SUB.                                     zbnkrgap
048200     IF LM-REC-BASE-CODE IS EQUAL TO SPACES                       zbnkrgap
048300        COMPUTE WS-MONTHS-TO-REPRICE =                            zbnkrgap
048400            LM-REC-TERM-MONTHS - LM-REC-PAYMENTS-MADE             zbnkrgap
048500        PERFORM FIND-MONTHS-BUCKET                                zbnkrgap
048600            UNTIL WS-BUCKET-SUB IS EQUAL TO 6                     zbnkrgap
048700               OR WS-MONTHS-TO-REPRICE IS NOT GREATER THAN        zbnkrgap
048800                  WS-BK-MAX-MONTHS (WS-BUCKET-SUB)                zbnkrgap
048900     END-IF.                                                      zbnkrgap
049000     ADD WS-BASE-AMOUNT TO WS-BK-ASSETS (WS-BUCKET-SUB).          zbnkrgap
049100     ADD 1 TO WS-LOANS-BUCKETED.                                  zbnkrgap
049200 BUCKET-ONE-LOAN-NEXT.                                            zbnkrgap
049300     PERFORM LOANM-GET.                                           zbnkrgap
049400 BUCKET-ONE-LOAN-EXIT.                                            zbnkrgap
049500     EXIT.                                                        zbnkrgap
049600                                                                  zbnkrgap
049700 FIND-MONTHS-BUCKET.                                              zbnkrgap
049800     ADD 1 TO WS-BUCKET-SUB.                                      zbnkrgap
049900                                                                  zbnkrgap
050000******************************************************************zbnkrgap
050100* CONVERT-TO-BASE                                                *zbnkrgap
050200* Convert WS-BASE-AMOUNT from WS-LOOKUP-CCY to base at the       *zbnkrgap
050300* closing rate. With no rate the amount cannot be placed - it is *zbnkrgap
050400* counted and WS-RATE-FOUND is left 'N'.                         *zbnkrgap
050500******************************************************************zbnkrgap
050600 CONVERT-TO-BASE.                                                 zbnkrgap
050700     MOVE 'Y' TO WS-RATE-FOUND.                                   zbnkrgap
050800     IF WS-LOOKUP-CCY IS EQUAL TO SPACES                          zbnkrgap
050900        OR WS-LOOKUP-CCY IS EQUAL TO WS-BASE-CCY                  zbnkrgap
051000        GO TO CONVERT-TO-BASE-EXIT                                zbnkrgap
051100     END-IF.                                                      zbnkrgap
051200     MOVE WS-LOOKUP-CCY TO FX-REC-FROM-CCY.                       zbnkrgap
051300     MOVE WS-BASE-CCY TO FX-REC-TO-CCY.                           zbnkrgap
051400     READ FXRT-FILE.                                              zbnkrgap
051500     IF WS-FXRT-STATUS NOT = '00'                                 zbnkrgap
051600        MOVE 'N' TO WS-RATE-FOUND                                 zbnkrgap
051700        ADD 1 TO WS-AMOUNTS-UNRATED                               zbnkrgap
051800        GO TO CONVERT-TO-BASE-EXIT                                zbnkrgap
051900     END-IF.                                                      zbnkrgap
052000     MOVE FX-REC-RATE TO WS-CLOSING-RATE.                         zbnkrgap
052100     COMPUTE WS-BASE-AMOUNT ROUNDED =                             zbnkrgap
052200         WS-BASE-AMOUNT * WS-CLOSING-RATE.                        zbnkrgap
052300 CONVERT-TO-BASE-EXIT.                                            zbnkrgap
052400     EXIT.                                                        zbnkrgap
052500                                                                  zbnkrgap
052600******************************************************************zbnkrgap
052700* REPORT-ONE-BUCKET                                              *zbnkrgap
052800* The bucket's gap, the running cumulative gap and the bucket's  *zbnkrgap
052900* share of the twelve-month income change for an upward shock.   *zbnkrgap
053000******************************************************************zbnkrgap
053100 REPORT-ONE-BUCKET.                                               zbnkrgap
053200     COMPUTE WS-BUCKET-GAP = WS-BK-ASSETS (WS-BUCKET-SUB)         zbnkrgap
053300                           - WS-BK-LIABILITIES (WS-BUCKET-SUB).   zbnkrgap
053400     ADD WS-BUCKET-GAP TO WS-CUMULATIVE-GAP.                      zbnkrgap
053500     ADD WS-BK-ASSETS (WS-BUCKET-SUB) TO WS-TOTAL-ASSETS.         zbnkrgap
053600     ADD WS-BK-LIABILITIES (WS-BUCKET-SUB)                        zbnkrgap
053700       TO WS-TOTAL-LIABILITIES.                                   zbnkrgap
053800     COMPUTE WS-BUCKET-NII ROUNDED =                              zbnkrgap
053900         WS-BUCKET-GAP * WS-SHOCK-BP / 10000                      zbnkrgap
054000                       * WS-BK-WEIGHT (WS-BUCKET-SUB).            zbnkrgap
054100     ADD WS-BUCKET-NII TO WS-NII-UP.                              zbnkrgap
054200     MOVE SPACES TO WS-DETAIL-LINE.                               zbnkrgap
054300     MOVE WS-BK-LABEL (WS-BUCKET-SUB) TO WS-DET-LABEL.            zbnkrgap
054400     MOVE WS-BK-ASSETS (WS-BUCKET-SUB) TO WS-DET-ASSETS.          zbnkrgap
054500     MOVE WS-BK-LIABILITIES (WS-BUCKET-SUB) TO WS-DET-LIABILITIES.zbnkrgap
054600     MOVE WS-BUCKET-GAP TO WS-DET-GAP.                            zbnkrgap
054700     MOVE WS-CUMULATIVE-GAP TO WS-DET-CUMULATIVE.                 zbnkrgap
054800     MOVE WS-BK-WEIGHT (WS-BUCKET-SUB) TO WS-DET-WEIGHT.          zbnkrgap
054900     MOVE WS-BUCKET-NII TO WS-DET-NII.                            zbnkrgap
055000     MOVE WS-DETAIL-LINE TO PRINTOUT-REC.                         zbnkrgap
055100     PERFORM PRINTOUT-PUT.                                        zbnkrgap
055200 REPORT-ONE-BUCKET-EXIT.                                          zbnkrgap
055300     EXIT.                                                        zbnkrgap
055400                                                                  zbnkrgap
055500******************************************************************zbnkrgap
055600* REPORT-TOTALS                                                  *zbnkrgap
055700* Balance sheet totals and the income change for the shock in    *zbnkrgap
055800* each direction - the gap model is linear, so a fall in rates   *zbnkrgap
055900* has the opposite effect to a rise of the same size.            *zbnkrgap
056000******************************************************************zbnkrgap
056100 REPORT-TOTALS.                                                   zbnkrgap
056200     COMPUTE WS-NII-DOWN = ZERO - WS-NII-UP.                      zbnkrgap
056300     MOVE WS-SHOCK-BP TO WS-SHOCK-BP-D.                           zbnkrgap
056400     MOVE SPACES TO PRINTOUT-REC.                                 zbnkrgap
056500     PERFORM PRINTOUT-PUT.                                        zbnkrgap
056600     MOVE SPACES TO WS-REPORT-LINE.                               zbnkrgap
056700     MOVE WS-TOTAL-ASSETS TO WS-AMT-D.                            zbnkrgap
056800     STRING 'Rate-sensitive assets (base)      ' DELIMITED BY SIZEzbnkrgap
056900            WS-AMT-D DELIMITED BY SIZE                            zbnkrgap
057000       INTO WS-REPORT-LINE.                                       zbnkrgap
057100     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkrgap
057200     PERFORM PRINTOUT-PUT.                                        zbnkrgap
057300     MOVE SPACES TO WS-REPORT-LINE.                               zbnkrgap
057400     MOVE WS-TOTAL-LIABILITIES TO WS-AMT-D.                       zbnkrgap
057500     STRING 'Rate-sensitive liabilities (base) ' DELIMITED BY SIZEzbnkrgap
057600            WS-AMT-D DELIMITED BY SIZE                            zbnkrgap
057700       INTO WS-REPORT-LINE.                                       zbnkrgap
057800     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkrgap
057900     PERFORM PRINTOUT-PUT.                                        zbnkrgap
058000     MOVE SPACES TO PRINTOUT-REC.                                 zbnkrgap
058100     PERFORM PRINTOUT-PUT.                                        zbnkrgap
058200     MOVE SPACES TO WS-REPORT-LINE.                               zbnkrgap
058300     MOVE WS-NII-UP TO WS-AMT-D.                                  zbnkrgap
058400     STRING '12-month NII change, rates up '   DELIMITED BY SIZE  zbnkrgap
058500            WS-SHOCK-BP-D                      DELIMITED BY SIZE  zbnkrgap
058600            'bp '                              DELIMITED BY SIZE  zbnkrgap
058700            WS-AMT-D                           DELIMITED BY SIZE  zbnkrgap
058800       INTO WS-REPORT-LINE.                                       zbnkrgap
058900     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkrgap
059000     PERFORM PRINTOUT-PUT.                                        zbnkrgap
059100     MOVE SPACES TO WS-REPORT-LINE.                               zbnkrgap
059200     MOVE WS-NII-DOWN TO WS-AMT-D.                                zbnkrgap
059300     STRING '12-month NII change, rates down ' DELIMITED BY SIZE  zbnkrgap
059400            WS-SHOCK-BP-D                      DELIMITED BY SIZE  zbnkrgap
059500            'bp '                              DELIMITED BY SIZE  zbnkrgap
059600            WS-AMT-D                           DELIMITED BY SIZE  zbnkrgap
059700       INTO WS-REPORT-LINE.                                       zbnkrgap
059800     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkrgap
059900     PERFORM PRINTOUT-PUT.                                        zbnkrgap
060000     IF WS-AMOUNTS-UNRATED IS GREATER THAN ZERO                   zbnkrgap
060100        MOVE SPACES TO PRINTOUT-REC                               zbnkrgap
060200        PERFORM PRINTOUT-PUT                                      zbnkrgap
060300        MOVE SPACES TO WS-REPORT-LINE                             zbnkrgap
060400        MOVE WS-AMOUNTS-UNRATED TO WS-COUNT-D                     zbnkrgap
060500        STRING '** Balances left out, no closing rate: '          zbnkrgap
060600                                       DELIMITED BY SIZE          zbnkrgap
060700               WS-COUNT-D              DELIMITED BY SIZE          zbnkrgap
060800          INTO WS-REPORT-LINE                                     zbnkrgap
060900        MOVE WS-REPORT-LINE TO PRINTOUT-REC                       zbnkrgap
061000        PERFORM PRINTOUT-PUT                                      zbnkrgap
061100     END-IF.                                                      zbnkrgap
061200 REPORT-TOTALS-EXIT.                                              zbnkrgap
061300     EXIT.                                                        zbnkrgap
061400                                                                  zbnkrgap
061500******************************************************************zbnkrgap
061600* WRITE-REPORT-HEADING                                           *zbnkrgap
061700******************************************************************zbnkrgap
061800 WRITE-REPORT-HEADING.                                            zbnkrgap
061900     MOVE SPACES TO WS-REPORT-LINE.                               zbnkrgap
062000     STRING 'Repricing Gap Report - run date '                    zbnkrgap
062100                                      DELIMITED BY SIZE           zbnkrgap
062200            WS-RUN-DATE-DISPLAY       DELIMITED BY SIZE           zbnkrgap
062300            '  (business date '       DELIMITED BY SIZE           zbnkrgap
062400            WS-BUSDATE                DELIMITED BY SIZE           zbnkrgap
062500            ', base '                 DELIMITED BY SIZE           zbnkrgap
062600            WS-BASE-CCY               DELIMITED BY SIZE           zbnkrgap
062700            ')'                       DELIMITED BY SIZE           zbnkrgap
062800       INTO WS-REPORT-LINE.                                       zbnkrgap
062900     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkrgap
063000     PERFORM PRINTOUT-PUT.                                        zbnkrgap
063100     MOVE SPACES TO PRINTOUT-REC.                                 zbnkrgap
063200     PERFORM PRINTOUT-PUT.                                        zbnkrgap
063300     MOVE WS-COLUMN-HEADING TO PRINTOUT-REC.                      zbnkrgap
063400     PERFORM PRINTOUT-PUT.                                        zbnkrgap
063500                                                                  zbnkrgap
063600******************************************************************zbnkrgap
063700* Open, access and close the ACCOUNT file.                       *zbnkrgap
063800******************************************************************zbnkrgap
063900 ACCOUNT-OPEN.                                                    zbnkrgap
064000     OPEN INPUT ACCOUNT-FILE.                                     zbnkrgap
064100     IF WS-ACCOUNT-STATUS = '00'                                  zbnkrgap
064200        MOVE 'ACCOUNT file opened OK' TO WS-CONSOLE-MESSAGE       zbnkrgap
064300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrgap
064400     ELSE                                                         zbnkrgap
064500        MOVE 'ACCOUNT file open failure...' TO WS-CONSOLE-MESSAGE zbnkrgap
064600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrgap
064700        MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                    zbnkrgap
064800        PERFORM DISPLAY-IO-STATUS                                 zbnkrgap
064900        PERFORM ABORT-PROGRAM                                     zbnkrgap
065000     END-IF.                                                      zbnkrgap
065100                                                                  zbnkrgap
065200 ACCOUNT-GET.                                                     zbnkrgap
065300     READ ACCOUNT-FILE NEXT RECORD.                               zbnkrgap
065400     IF WS-ACCOUNT-STATUS NOT = '00'                              zbnkrgap
065500        IF WS-ACCOUNT-STATUS = '10'                               zbnkrgap
065600           MOVE 'YES' TO WS-END-OF-ACCOUNT                        zbnkrgap
065700        ELSE                                                      zbnkrgap
065800           MOVE 'ACCOUNT Error reading file ...'                  zbnkrgap
065900             TO WS-CONSOLE-MESSAGE                                zbnkrgap
066000           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkrgap
066100           MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                 zbnkrgap
066200           PERFORM DISPLAY-IO-STATUS                              zbnkrgap
066300           PERFORM ABORT-PROGRAM                                  zbnkrgap
066400        END-IF                                                    zbnkrgap
066500     END-IF.                                                      zbnkrgap
066600                                                                  zbnkrgap
066700 ACCOUNT-CLOSE.                                                   zbnkrgap
066800     CLOSE ACCOUNT-FILE.                                          zbnkrgap
066900     IF WS-ACCOUNT-STATUS = '00'                                  zbnkrgap
067000        MOVE 'ACCOUNT file closed OK' TO WS-CONSOLE-MESSAGE       zbnkrgap
067100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrgap
067200     ELSE                                                         zbnkrgap
067300        MOVE 'ACCOUNT file close failure...'                      zbnkrgap
067400          TO WS-CONSOLE-MESSAGE                                   zbnkrgap
067500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrgap
067600        MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                    zbnkrgap
067700        PERFORM DISPLAY-IO-STATUS                                 zbnkrgap
067800        PERFORM ABORT-PROGRAM                                     zbnkrgap
067900     END-IF.                                                      zbnkrgap
068000                                                                  zbnkrgap
068100******************************************************************zbnkrgap
068200* Open, access and close the LOANM file.                         *zbnkrgap
068300******************************************************************zbnkrgap
068400 LOANM-OPEN.                                                      zbnkrgap
068500     OPEN INPUT LOANM-FILE.                                       zbnkrgap
068600     IF WS-LOANM-STATUS = '00'                                    zbnkrgap
068700        MOVE 'LOANM file opened OK' TO WS-CONSOLE-MESSAGE         zbnkrgap
068800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrgap
068900     ELSE                                                         zbnkrgap
069000        MOVE 'LOANM file open failure...' TO WS-CONSOLE-MESSAGE   zbnkrgap
069100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrgap
069200        MOVE WS-LOANM-STATUS TO WS-IO-STATUS                      zbnkrgap
069300        PERFORM DISPLAY-IO-STATUS                                 zbnkrgap
069400        PERFORM ABORT-PROGRAM                                     zbnkrgap
069500     END-IF.                                                      zbnkrgap
069600                                                                  zbnkrgap
069700 LOANM-GET.                                                       zbnkrgap
069800     READ LOANM-FILE NEXT RECORD.                                 zbnkrgap
069900     IF WS-LOANM-STATUS NOT = '00'                                zbnkrgap
070000        IF WS-LOANM-STATUS = '10'                                 zbnkrgap
070100           MOVE 'YES' TO WS-END-OF-LOANM                          zbnkrgap
070200        ELSE                                                      zbnkrgap
070300           MOVE 'LOANM Error reading file ...'                    zbnkrgap
070400             TO WS-CONSOLE-MESSAGE                                zbnkrgap
070500           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkrgap
070600           MOVE WS-LOANM-STATUS TO WS-IO-STATUS                   zbnkrgap
070700           PERFORM DISPLAY-IO-STATUS                              zbnkrgap
070800           PERFORM ABORT-PROGRAM                                  zbnkrgap
070900        END-IF                                                    zbnkrgap
071000     END-IF.                                                      zbnkrgap
071100                                                                  zbnkrgap
071200 LOANM-CLOSE.                                                     zbnkrgap
071300     CLOSE LOANM-FILE.                                            zbnkrgap
071400     IF WS-LOANM-STATUS = '00'                                    zbnkrgap
071500        MOVE 'LOANM file closed OK' TO WS-CONSOLE-MESSAGE         zbnkrgap
071600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrgap
071700     ELSE                                                         zbnkrgap
071800        MOVE 'LOANM file close failure...' TO WS-CONSOLE-MESSAGE  zbnkrgap
071900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrgap
072000        MOVE WS-LOANM-STATUS TO WS-IO-STATUS                      zbnkrgap
072100        PERFORM DISPLAY-IO-STATUS                                 zbnkrgap
072200        PERFORM ABORT-PROGRAM                                     zbnkrgap
072300     END-IF.                                                      zbnkrgap
072400                                                                  zbnkrgap
072500******************************************************************zbnkrgap
072600* Open, access and close the FXRT file.                          *zbnkrgap
072700******************************************************************zbnkrgap
072800 FXRT-OPEN.                                                       zbnkrgap
072900     OPEN INPUT FXRT-FILE.                                        zbnkrgap
073000     IF WS-FXRT-STATUS = '00'                                     zbnkrgap
073100        MOVE 'FXRT file opened OK' TO WS-CONSOLE-MESSAGE          zbnkrgap
073200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrgap
073300     ELSE                                                         zbnkrgap
073400        MOVE 'FXRT file open failure...' TO WS-CONSOLE-MESSAGE    zbnkrgap
073500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrgap
073600        MOVE WS-FXRT-STATUS TO WS-IO-STATUS                       zbnkrgap
073700        PERFORM DISPLAY-IO-STATUS                                 zbnkrgap
073800        PERFORM ABORT-PROGRAM                                     zbnkrgap
073900     END-IF.                                                      zbnkrgap
074000                                                                  zbnkrgap
074100 FXRT-CLOSE.                                                      zbnkrgap
074200     CLOSE FXRT-FILE.                                             zbnkrgap
074300     IF WS-FXRT-STATUS = '00'                                     zbnkrgap
074400        MOVE 'FXRT file closed OK' TO WS-CONSOLE-MESSAGE          zbnkrgap
074500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrgap
074600     ELSE                                                         zbnkrgap
074700        MOVE 'FXRT file close failure...' TO WS-CONSOLE-MESSAGE   zbnkrgap
074800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrgap
074900        MOVE WS-FXRT-STATUS TO WS-IO-STATUS                       zbnkrgap
075000        PERFORM DISPLAY-IO-STATUS                                 zbnkrgap
075100        PERFORM ABORT-PROGRAM                                     zbnkrgap
075200     END-IF.                                                      zbnkrgap
075300                                                                  zbnkrgap
075400******************************************************************zbnkrgap
075500* Open, access and close the SYSC file.                          *zbnkrgap
075600******************************************************************zbnkrgap
075700 SYSC-OPEN.                                                       zbnkrgap
075800     OPEN INPUT SYSC-FILE.                                        zbnkrgap
075900     IF WS-SYSC-STATUS = '00'                                     zbnkrgap
076000        MOVE 'SYSC file opened OK' TO WS-CONSOLE-MESSAGE          zbnkrgap
076100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrgap
076200     ELSE                                                         zbnkrgap
076300        MOVE 'SYSC file open failure...' TO WS-CONSOLE-MESSAGE    zbnkrgap
076400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrgap
076500        MOVE WS-SYSC-STATUS TO WS-IO-STATUS                       zbnkrgap
076600        PERFORM DISPLAY-IO-STATUS                                 zbnkrgap
076700        PERFORM ABORT-PROGRAM                                     zbnkrgap
076800     END-IF.                                                      zbnkrgap
076900                                                                  zbnkrgap
077000 SYSC-CLOSE.                                                      zbnkrgap
077100     CLOSE SYSC-FILE.                                             zbnkrgap
077200     IF WS-SYSC-STATUS = '00'                                     zbnkrgap
077300        MOVE 'SYSC file closed OK' TO WS-CONSOLE-MESSAGE          zbnkrgap
077400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrgap
077500     ELSE                                                         zbnkrgap
077600        MOVE 'SYSC file close failure...' TO WS-CONSOLE-MESSAGE   zbnkrgap
077700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrgap
077800        MOVE WS-SYSC-STATUS TO WS-IO-STATUS                       zbnkrgap
077900        PERFORM DISPLAY-IO-STATUS                                 zbnkrgap
078000        PERFORM ABORT-PROGRAM                                     zbnkrgap
078100     END-IF.                                                      zbnkrgap
078200                                                                  zbnkrgap
078300******************************************************************zbnkrgap
078400* Open, access and close the PRINTOUT file.                      *zbnkrgap
078500******************************************************************zbnkrgap
078600 PRINTOUT-OPEN.                                                   zbnkrgap
078700     OPEN OUTPUT PRINTOUT-FILE.                                   zbnkrgap
078800     IF WS-PRINTOUT-STATUS = '00'                                 zbnkrgap
078900        MOVE 'PRINTOUT file opened OK' TO WS-CONSOLE-MESSAGE      zbnkrgap
079000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrgap
079100     ELSE                                                         zbnkrgap
079200        MOVE 'PRINTOUT file open failure...' TO WS-CONSOLE-MESSAGEzbnkrgap
079300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrgap
079400        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkrgap
079500        PERFORM DISPLAY-IO-STATUS                                 zbnkrgap
079600        PERFORM ABORT-PROGRAM                                     zbnkrgap
079700     END-IF.                                                      zbnkrgap
079800                                                                  zbnkrgap
079900 PRINTOUT-PUT.                                                    zbnkrgap
080000     WRITE PRINTOUT-REC.                                          zbnkrgap
080100     IF WS-PRINTOUT-STATUS NOT = '00'                             zbnkrgap
080200        MOVE 'PRINTOUT Error writing file ...'                    zbnkrgap
080300          TO WS-CONSOLE-MESSAGE                                   zbnkrgap
080400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrgap
080500        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkrgap
080600        PERFORM DISPLAY-IO-STATUS                                 zbnkrgap
080700        PERFORM ABORT-PROGRAM                                     zbnkrgap
080800     END-IF.                                                      zbnkrgap
080900                                                                  zbnkrgap
081000 PRINTOUT-CLOSE.                                                  zbnkrgap
081100     CLOSE PRINTOUT-FILE.                                         zbnkrgap
081200     IF WS-PRINTOUT-STATUS = '00'                                 zbnkrgap
081300        MOVE 'PRINTOUT file closed OK' TO WS-CONSOLE-MESSAGE      zbnkrgap
081400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrgap
081500     ELSE                                                         zbnkrgap
081600        MOVE 'PRINTOUT file close failure...'                     zbnkrgap
081700          TO WS-CONSOLE-MESSAGE                                   zbnkrgap
081800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrgap
081900        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkrgap
082000        PERFORM DISPLAY-IO-STATUS                                 zbnkrgap
082100        PERFORM ABORT-PROGRAM                                     zbnkrgap
082200     END-IF.                                                      zbnkrgap
082300                                                                  zbnkrgap
082400                                                                  zbnkrgap
082500******************************************************************zbnkrgap
082600* Write a short end-of-job summary to the JOBSUM file, in the    *zbnkrgap
082700* same style as the other nightly jobs' summaries.               *zbnkrgap
082800******************************************************************zbnkrgap
082900 PRINT-JOB-SUMMARY.                                               zbnkrgap
083000     PERFORM JOBSUM-OPEN.                                         zbnkrgap
083100     MOVE SPACES TO JOBSUM-REC.                                   zbnkrgap
083200     MOVE WS-ACCOUNTS-READ TO WS-COUNT-D.                         zbnkrgap
083300     STRING 'Accounts read: ' DELIMITED BY SIZE                   zbnkrgap
083400            WS-COUNT-D DELIMITED BY SIZE                          zbnkrgap
083500       INTO JOBSUM-REC.                                           zbnkrgap
083600     PERFORM JOBSUM-PUT.                                          zbnkrgap
083700     MOVE SPACES TO JOBSUM-REC.                                   zbnkrgap
083800     MOVE WS-ACCOUNTS-BUCKETED TO WS-COUNT-D.                     zbnkrgap
083900     STRING 'Balances bucketed: ' DELIMITED BY SIZE               zbnkrgap
084000            WS-COUNT-D DELIMITED BY SIZE                          zbnkrgap
084100       INTO JOBSUM-REC.                                           zbnkrgap
084200     PERFORM JOBSUM-PUT.                                          zbnkrgap
084300     MOVE SPACES TO JOBSUM-REC.                                   zbnkrgap
084400     MOVE WS-LOANS-READ TO WS-COUNT-D.                            zbnkrgap
084500     STRING 'Loans read: ' DELIMITED BY SIZE                      zbnkrgap
084600            WS-COUNT-D DELIMITED BY SIZE                          zbnkrgap
084700       INTO JOBSUM-REC.                                           zbnkrgap
084800     PERFORM JOBSUM-PUT.                                          zbnkrgap
084900     MOVE SPACES TO JOBSUM-REC.                                   zbnkrgap
085000     MOVE WS-LOANS-BUCKETED TO WS-COUNT-D.                        zbnkrgap
085100     STRING 'Loans bucketed: ' DELIMITED BY SIZE                  zbnkrgap
085200            WS-COUNT-D DELIMITED BY SIZE                          zbnkrgap
085300       INTO JOBSUM-REC.                                           zbnkrgap
085400     PERFORM JOBSUM-PUT.                                          zbnkrgap
085500     MOVE SPACES TO JOBSUM-REC.                                   zbnkrgap
085600     MOVE WS-AMOUNTS-UNRATED TO WS-COUNT-D.                       zbnkrgap
085700     STRING 'Left out, no closing rate: ' DELIMITED BY SIZE       zbnkrgap
085800            WS-COUNT-D DELIMITED BY SIZE                          zbnkrgap
085900       INTO JOBSUM-REC.                                           zbnkrgap
086000     PERFORM JOBSUM-PUT.                                          zbnkrgap
086100     MOVE SPACES TO JOBSUM-REC.                                   zbnkrgap
086200     MOVE WS-SHOCK-BP TO WS-SHOCK-BP-D.                           zbnkrgap
086300     STRING 'Rate shock (basis points): ' DELIMITED BY SIZE       zbnkrgap
086400            WS-SHOCK-BP-D DELIMITED BY SIZE                       zbnkrgap
086500       INTO JOBSUM-REC.                                           zbnkrgap
086600     PERFORM JOBSUM-PUT.                                          zbnkrgap
086700     PERFORM JOBSUM-CLOSE.                                        zbnkrgap
086800     MOVE 'Job summary written to JOBSUM'                         zbnkrgap
086900       TO WS-CONSOLE-MESSAGE.                                     zbnkrgap
087000     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkrgap
087100                                                                  zbnkrgap
087200 JOBSUM-OPEN.                                                     zbnkrgap
087300     OPEN OUTPUT JOBSUM-FILE.                                     zbnkrgap
087400     IF WS-JOBSUM-STATUS = '00'                                   zbnkrgap
087500        MOVE 'JOBSUM file opened OK' TO WS-CONSOLE-MESSAGE        zbnkrgap
087600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrgap
087700     ELSE                                                         zbnkrgap
087800        MOVE 'JOBSUM file open failure...' TO WS-CONSOLE-MESSAGE  zbnkrgap
087900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrgap
088000        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkrgap
088100        PERFORM DISPLAY-IO-STATUS                                 zbnkrgap
088200        PERFORM ABORT-PROGRAM                                     zbnkrgap
088300     END-IF.                                                      zbnkrgap
088400                                                                  zbnkrgap
088500 JOBSUM-PUT.                                                      zbnkrgap
088600     WRITE JOBSUM-REC.                                            zbnkrgap
088700     IF WS-JOBSUM-STATUS NOT = '00'                               zbnkrgap
088800        MOVE 'JOBSUM Error writing file ...' TO WS-CONSOLE-MESSAGEzbnkrgap
088900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrgap
089000        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkrgap
089100        PERFORM DISPLAY-IO-STATUS                                 zbnkrgap
089200        PERFORM ABORT-PROGRAM                                     zbnkrgap
089300     END-IF.                                                      zbnkrgap
089400                                                                  zbnkrgap
089500 JOBSUM-CLOSE.                                                    zbnkrgap
089600     CLOSE JOBSUM-FILE.                                           zbnkrgap
089700     IF WS-JOBSUM-STATUS = '00'                                   zbnkrgap
089800        MOVE 'JOBSUM file closed OK' TO WS-CONSOLE-MESSAGE        zbnkrgap
089900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrgap
090000     ELSE                                                         zbnkrgap
090100        MOVE 'JOBSUM file close failure...' TO WS-CONSOLE-MESSAGE zbnkrgap
090200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrgap
090300        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkrgap
090400        PERFORM DISPLAY-IO-STATUS                                 zbnkrgap
090500        PERFORM ABORT-PROGRAM                                     zbnkrgap
090600     END-IF.                                                      zbnkrgap
090700                                                                  zbnkrgap
090800******************************************************************zbnkrgap
090900* Run-control hooks. The START call blocks this job when it has  *zbnkrgap
091000* already completed for the business date or a prerequisite has  *zbnkrgap
091100* not, and records the start on BNKRUNC; the END call records    *zbnkrgap
091200* the end time and return code. See URUNCTL.CBL.                 *zbnkrgap
091300******************************************************************zbnkrgap
091400 RUN-CONTROL-START.                                               zbnkrgap
091500     SET RUNCTL-START TO TRUE.                                    zbnkrgap
091600     MOVE 'ZBNKRGAP' TO RUNCTL-JOB.                               zbnkrgap
091700     MOVE ZERO TO RUNCTL-BUSDATE.                                 zbnkrgap
091800     MOVE ZERO TO RUNCTL-RETURN-CODE.                             zbnkrgap
091900     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkrgap
092000     IF RUNCTL-BLOCKED                                            zbnkrgap
092100        MOVE RUNCTL-REPLY-TEXT TO WS-CONSOLE-MESSAGE              zbnkrgap
092200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrgap
092300        MOVE 'Run control blocked this run' TO WS-CONSOLE-MESSAGE zbnkrgap
092400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrgap
092500        MOVE 8 TO RETURN-CODE                                     zbnkrgap
092600        GOBACK                                                    zbnkrgap
092700     END-IF.                                                      zbnkrgap
092800 RUN-CONTROL-START-EXIT.                                          zbnkrgap
092900     EXIT.                                                        zbnkrgap
093000                                                                  zbnkrgap
093100 RUN-CONTROL-END.                                                 zbnkrgap
093200     SET RUNCTL-END TO TRUE.                                      zbnkrgap
093300     MOVE RETURN-CODE TO RUNCTL-RETURN-CODE.                      zbnkrgap
093400     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkrgap
093500                                                                  zbnkrgap
093600******************************************************************zbnkrgap
093700* Display the file status bytes                                  *zbnkrgap
093800******************************************************************zbnkrgap
093900 DISPLAY-IO-STATUS.                                               zbnkrgap
094000     IF WS-IO-STATUS NUMERIC                                      zbnkrgap
094100        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkrgap
094200        STRING 'File status -' DELIMITED BY SIZE                  zbnkrgap
094300               WS-IO-STATUS DELIMITED BY SIZE                     zbnkrgap
094400          INTO WS-CONSOLE-MESSAGE                                 zbnkrgap
094500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrgap
094600     ELSE                                                         zbnkrgap
094700        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     zbnkrgap
094800        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    zbnkrgap
094900        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkrgap
095000        STRING 'File status -' DELIMITED BY SIZE                  zbnkrgap
095100               WS-IO-STAT1 DELIMITED BY SIZE                      zbnkrgap
095200               '/' DELIMITED BY SIZE                              zbnkrgap
095300               WS-TWO-BYTES DELIMITED BY SIZE                     zbnkrgap
095400          INTO WS-CONSOLE-MESSAGE                                 zbnkrgap
095500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrgap
095600     END-IF.                                                      zbnkrgap
095700                                                                  zbnkrgap
095800******************************************************************zbnkrgap
095900* 'ABORT' the program. Post a message and issue a goback         *zbnkrgap
096000******************************************************************zbnkrgap
096100 ABORT-PROGRAM.                                                   zbnkrgap
096200     IF WS-CONSOLE-MESSAGE NOT = SPACES                           zbnkrgap
096300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrgap
096400     END-IF.                                                      zbnkrgap
096500     MOVE 'Program is abending...' TO WS-CONSOLE-MESSAGE.         zbnkrgap
096600     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkrgap
096700     MOVE 16 TO RETURN-CODE.                                      zbnkrgap
096800     GOBACK.                                                      zbnkrgap
096900                                                                  zbnkrgap
097000******************************************************************zbnkrgap
097100* Display CONSOLE messages...                                    *zbnkrgap
097200******************************************************************zbnkrgap
097300 DISPLAY-CONSOLE-MESSAGE.                                         zbnkrgap
097400     DISPLAY 'ZBNKRGAP - ' WS-CONSOLE-MESSAGE                     zbnkrgap
097500       UPON CONSOLE.                                              zbnkrgap
097600     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       zbnkrgap
