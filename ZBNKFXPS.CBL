000100******************************************************************zbnkfxps
000200*                                                               * zbnkfxps
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * zbnkfxps
000400*   This demonstration program is provided for use by users     * zbnkfxps
000500*   of Micro Focus products and may be used, modified and       * zbnkfxps
000600*   distributed as part of your application provided that       * zbnkfxps
000700*   you properly acknowledge the copyright of Micro Focus       * zbnkfxps
000800*   in this material.                                           * zbnkfxps
000900*                                                               * zbnkfxps
001000******************************************************************zbnkfxps
001100                                                                  zbnkfxps
001200******************************************************************zbnkfxps
001300* ZBNKFXPS.CBL                                                   *zbnkfxps
001400* Function:    Daily net open foreign-currency position for      *zbnkfxps
001500*              treasury. For each currency other than base the   *zbnkfxps
001600*              bank is long its loans (a loan is in the currency *zbnkfxps
001700*              of the account it is linked to) and the foreign   *zbnkfxps
001800*              cash bought over the counter today, and short its *zbnkfxps
001900*              customer balances and the foreign cash sold       *zbnkfxps
002000*              today - the day's settled counter conversions     *zbnkfxps
002100*              from BNKTILL. Cross-currency transfers are        *zbnkfxps
002200*              already in the balances on both sides. Each net   *zbnkfxps
002300*              position is converted to base at the BNKFXRT      *zbnkfxps
002400*              closing rate and compared with its BNKFXLM limit; *zbnkfxps
002500*              the aggregate position (the greater of the total  *zbnkfxps
002600*              long and total short in base) is compared with    *zbnkfxps
002700*              the '***' limit. Breaches are flagged on the      *zbnkfxps
002800*              report and raised as critical operations          *zbnkfxps
002900*              bulletins on BNKBULL, and end the run with        *zbnkfxps
003000*              return code 4.                                    *zbnkfxps
003100******************************************************************zbnkfxps
003200 IDENTIFICATION DIVISION.                                         zbnkfxps
003300 PROGRAM-ID.                                                      zbnkfxps
003400     ZBNKFXPS.                                                    zbnkfxps
003500 DATE-WRITTEN.                                                    zbnkfxps
003600     October 2026.                                                zbnkfxps
003700 DATE-COMPILED.                                                   zbnkfxps
003800     Today.                                                       zbnkfxps
003900                                                                  zbnkfxps
004000 ENVIRONMENT DIVISION.                                            zbnkfxps
004100 INPUT-OUTPUT   SECTION.                                          zbnkfxps
004200   FILE-CONTROL.                                                  zbnkfxps
004300     SELECT ACCOUNT-FILE                                          zbnkfxps
004400            ASSIGN       TO BNKACCT                               zbnkfxps
004500            ORGANIZATION IS INDEXED                               zbnkfxps
004600            ACCESS MODE  IS DYNAMIC                               zbnkfxps
004700            RECORD KEY   IS BAC-REC-ACCNO                         zbnkfxps
004800            FILE STATUS  IS WS-ACCOUNT-STATUS.                    zbnkfxps
004900     SELECT LOANM-FILE                                            zbnkfxps
005000            ASSIGN       TO BNKLNMA                               zbnkfxps
005100            ORGANIZATION IS INDEXED                               zbnkfxps
005200            ACCESS MODE  IS SEQUENTIAL                            zbnkfxps
005300            RECORD KEY   IS LM-REC-KEY                            zbnkfxps
005400            FILE STATUS  IS WS-LOANM-STATUS.                      zbnkfxps
005500     SELECT TILL-FILE                                             zbnkfxps
005600            ASSIGN       TO BNKTILL                               zbnkfxps
005700            ORGANIZATION IS INDEXED                               zbnkfxps
005800            ACCESS MODE  IS SEQUENTIAL                            zbnkfxps
005900            RECORD KEY   IS TL-REC-KEY                            zbnkfxps
006000            FILE STATUS  IS WS-TILL-STATUS.                       zbnkfxps
006100     SELECT FXRT-FILE                                             zbnkfxps
006200            ASSIGN       TO BNKFXRT                               zbnkfxps
006300            ORGANIZATION IS INDEXED                               zbnkfxps
006400            ACCESS MODE  IS RANDOM                                zbnkfxps
006500            RECORD KEY   IS FX-REC-KEY                            zbnkfxps
006600            FILE STATUS  IS WS-FXRT-STATUS.                       zbnkfxps
006700     SELECT FXLM-FILE                                             zbnkfxps
006800            ASSIGN       TO BNKFXLM                               zbnkfxps
006900            ORGANIZATION IS INDEXED                               zbnkfxps
007000            ACCESS MODE  IS RANDOM                                zbnkfxps
007100            RECORD KEY   IS FP-REC-CCY                            zbnkfxps
007200            FILE STATUS  IS WS-FXLM-STATUS.                       zbnkfxps
007300     SELECT BULL-FILE                                             zbnkfxps
007400            ASSIGN       TO BNKBULL                               zbnkfxps
007500            ORGANIZATION IS INDEXED                               zbnkfxps
007600            ACCESS MODE  IS RANDOM                                zbnkfxps
007700            RECORD KEY   IS BU-REC-KEY                            zbnkfxps
007800            FILE STATUS  IS WS-BULL-STATUS.                       zbnkfxps
007900     SELECT PRINTOUT-FILE                                         zbnkfxps
008000            ASSIGN       TO PRINTOUT                              zbnkfxps
008100            ORGANIZATION IS SEQUENTIAL                            zbnkfxps
008200            ACCESS MODE  IS SEQUENTIAL                            zbnkfxps
008300            FILE STATUS  IS WS-PRINTOUT-STATUS.                   zbnkfxps
008400     SELECT JOBSUM-FILE                                           zbnkfxps
008500            ASSIGN       TO JOBSUM                                zbnkfxps
008600            ORGANIZATION IS SEQUENTIAL                            zbnkfxps
008700            ACCESS MODE  IS SEQUENTIAL                            zbnkfxps
008800            FILE STATUS  IS WS-JOBSUM-STATUS.                     zbnkfxps
008900                                                                  zbnkfxps
009000 DATA DIVISION.                                                   zbnkfxps
009100 FILE SECTION.                                                    zbnkfxps
009200                                                                  zbnkfxps
009300 FD  ACCOUNT-FILE.                                                zbnkfxps
009400 01  ACCOUNT-FILE-REC.                                            zbnkfxps
009500 COPY CBANKVAC.                                                   zbnkfxps
009600                                                                  zbnkfxps
009700 FD  LOANM-FILE.                                                  zbnkfxps
009800 01  LOANM-FILE-REC.                                              zbnkfxps
009900 COPY CBANKVLM.                                                   zbnkfxps
010000                                                                  zbnkfxps
010100 FD  TILL-FILE.                                                   zbnkfxps
010200 01  TILL-FILE-REC.                                               zbnkfxps
010300 COPY CBANKVTL.                                                   zbnkfxps
010400                                                                  zbnkfxps
010500 FD  FXRT-FILE.                                                   zbnkfxps
010600 01  FXRT-FILE-REC.                                               zbnkfxps
010700 COPY CBANKVFX.                                                   zbnkfxps
010800                                                                  zbnkfxps
010900 FD  FXLM-FILE.                                                   zbnkfxps
011000 01  FXLM-FILE-REC.                                               zbnkfxps
011100 COPY CBANKVFP.                                                   zbnkfxps
011200                                                                  zbnkfxps
011300 FD  BULL-FILE.                                                   zbnkfxps
011400 01  BULL-FILE-REC.                                               zbnkfxps
011500 COPY CBANKVBU.                                                   zbnkfxps
011600                                                                  zbnkfxps
011700 FD  PRINTOUT-FILE.                                               zbnkfxps
011800 01  PRINTOUT-REC                      PIC X(121).                zbnkfxps
011900                                                                  zbnkfxps
012000 FD  JOBSUM-FILE.                                                 zbnkfxps
012100 01  JOBSUM-REC                        PIC X(80).                 zbnkfxps
012200                                                                  zbnkfxps
012300 WORKING-STORAGE SECTION.                                         zbnkfxps
012400 01  WS-RUN-CONTROL.                                              zbnkfxps
012500 COPY CRUNCTLD.                                                   zbnkfxps
012600 01  WS-FILE-STATUSES.                                            zbnkfxps
012700   05  WS-ACCOUNT-STATUS.                                         zbnkfxps
012800     10  WS-ACCOUNT-STAT1               PIC X(1).                 zbnkfxps
012900     10  WS-ACCOUNT-STAT2               PIC X(1).                 zbnkfxps
013000   05  WS-LOANM-STATUS.                                           zbnkfxps
013100     10  WS-LOANM-STAT1                 PIC X(1).                 zbnkfxps
013200     10  WS-LOANM-STAT2                 PIC X(1).                 zbnkfxps
013300   05  WS-TILL-STATUS.                                            zbnkfxps
013400     10  WS-TILL-STAT1                  PIC X(1).                 zbnkfxps
013500     10  WS-TILL-STAT2                  PIC X(1).                 zbnkfxps
013600   05  WS-FXRT-STATUS.                                            zbnkfxps
013700     10  WS-FXRT-STAT1                  PIC X(1).                 zbnkfxps
013800     10  WS-FXRT-STAT2                  PIC X(1).                 zbnkfxps
013900   05  WS-FXLM-STATUS.                                            zbnkfxps
014000     10  WS-FXLM-STAT1                  PIC X(1).                 zbnkfxps
014100     10  WS-FXLM-STAT2                  PIC X(1).                 zbnkfxps
014200   05  WS-BULL-STATUS.                                            zbnkfxps
014300     10  WS-BULL-STAT1                  PIC X(1).                 zbnkfxps
014400     10  WS-BULL-STAT2                  PIC X(1).                 zbnkfxps
014500   05  WS-PRINTOUT-STATUS.                                        zbnkfxps
014600     10  WS-PRINTOUT-STAT1              PIC X(1).                 zbnkfxps
014700     10  WS-PRINTOUT-STAT2              PIC X(1).                 zbnkfxps
014800   05  WS-JOBSUM-STATUS.                                          zbnkfxps
014900     10  WS-JOBSUM-STAT1                PIC X(1).                 zbnkfxps
015000     10  WS-JOBSUM-STAT2                PIC X(1).                 zbnkfxps
015100   05  WS-IO-STATUS.                                              zbnkfxps
015200     10  WS-IO-STAT1                   PIC X(1).                  zbnkfxps
015300     10  WS-IO-STAT2                   PIC X(1).                  zbnkfxps
015400                                                                  zbnkfxps
015500   05  WS-TWO-BYTES.                                              zbnkfxps
015600     10  WS-TWO-BYTES-LEFT             PIC X(1).                  zbnkfxps
015700     10  WS-TWO-BYTES-RIGHT            PIC X(1).                  zbnkfxps
015800   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 zbnkfxps
015900                                      PIC 9(1) COMP.              zbnkfxps
016000                                                                  zbnkfxps
016100 01  WS-CONSOLE-MESSAGE                    PIC X(48).             zbnkfxps
016200                                                                  zbnkfxps
016300 01  WS-DATE-WORK-AREA.                                           zbnkfxps
016400 COPY CDATED.                                                     zbnkfxps
016500                                                                  zbnkfxps
016600 01  WS-TODAY-DATE-N                       PIC 9(8).              zbnkfxps
016700 01  WS-TODAY-DATE-PARTS REDEFINES WS-TODAY-DATE-N.               zbnkfxps
016800     05  WS-TODAY-CCYY                     PIC 9(4).              zbnkfxps
016900     05  WS-TODAY-MM                       PIC 9(2).              zbnkfxps
017000     05  WS-TODAY-DD                       PIC 9(2).              zbnkfxps
017100 01  WS-RUN-DATE-DISPLAY                   PIC X(11).             zbnkfxps
017200 01  WS-RUN-TIME-8                         PIC 9(8).              zbnkfxps
017300 01  WS-RUN-TIME                           PIC X(6).              zbnkfxps
017400                                                                  zbnkfxps
017500 01  WS-BASE-CCY                           PIC X(3) VALUE 'USD'.  zbnkfxps
017600 01  WS-AGGREGATE-CCY                      PIC X(3) VALUE '***'.  zbnkfxps
017700                                                                  zbnkfxps
017800******************************************************************zbnkfxps
017900* Per-currency position components gathered from the account,    *zbnkfxps
018000* loan and till scans. Every amount is in the currency itself,   *zbnkfxps
018100* long positive.                                                 *zbnkfxps
018200******************************************************************zbnkfxps
018300 01  WS-CCY-TABLE.                                                zbnkfxps
018400   05  WS-CCY-COUNT                        PIC 9(2) VALUE ZERO.   zbnkfxps
018500   05  WS-CCY-ENTRY OCCURS 20 TIMES                               zbnkfxps
018600       INDEXED BY CCY-IDX.                                        zbnkfxps
018700     10  WS-CCY-CODE                       PIC X(3).              zbnkfxps
018800     10  WS-CCY-DEPOSITS                   PIC S9(13)V99 COMP-3.  zbnkfxps
018900     10  WS-CCY-LOANS                      PIC S9(13)V99 COMP-3.  zbnkfxps
019000     10  WS-CCY-COUNTER                    PIC S9(13)V99 COMP-3.  zbnkfxps
019100 01  WS-CCY-SUB                            PIC 9(2).              zbnkfxps
019200 01  WS-LOOKUP-CCY                         PIC X(3).              zbnkfxps
019300 01  WS-CCY-FOUND                          PIC X(1).              zbnkfxps
019400 01  WS-FX-SUB                             PIC 9(1).              zbnkfxps
019500                                                                  zbnkfxps
019600 01  WS-CLOSING-RATE                       PIC 9(3)V9(6) COMP-3.  zbnkfxps
019700 01  WS-NET-POSITION                       PIC S9(13)V99 COMP-3.  zbnkfxps
019800 01  WS-BASE-POSITION                      PIC S9(13)V99 COMP-3.  zbnkfxps
019900 01  WS-ABS-POSITION                       PIC S9(13)V99 COMP-3.  zbnkfxps
020000 01  WS-POSITION-LIMIT                     PIC 9(11)V99 COMP-3.   zbnkfxps
020100 01  WS-AGGREGATE-LONG                     PIC S9(13)V99 COMP-3   zbnkfxps
020200     VALUE ZERO.                                                  zbnkfxps
020300 01  WS-AGGREGATE-SHORT                    PIC S9(13)V99 COMP-3   zbnkfxps
020400     VALUE ZERO.                                                  zbnkfxps
020500 01  WS-AGGREGATE-POSITION                 PIC S9(13)V99 COMP-3.  zbnkfxps
020600 01  WS-LOAN-CCY                           PIC X(3).              zbnkfxps
020700                                                                  zbnkfxps
020800******************************************************************zbnkfxps
020900* Breach bulletin work area. A bulletin expires at the end of    *zbnkfxps
021000* the day it is raised - the next run raises it again if the     *zbnkfxps
021100* position is still over its limit.                              *zbnkfxps
021200******************************************************************zbnkfxps
021300 01  WS-BULL-SEQ                           PIC 9(4).              zbnkfxps
021400 01  WS-BULL-LABEL                         PIC X(9).              zbnkfxps
021500 01  WS-BULL-AMOUNT                        PIC S9(13)V99 COMP-3.  zbnkfxps
021600 01  WS-BULL-AMT-D                         PIC ZZ,ZZZ,ZZZ,ZZ9-.   zbnkfxps
021700 01  WS-BULL-LIMIT-D                       PIC ZZ,ZZZ,ZZZ,ZZ9.    zbnkfxps
021800 01  WS-POSTING-USERID                     PIC X(8)               zbnkfxps
021900     VALUE 'ZBNKFXPS'.                                            zbnkfxps
022000                                                                  zbnkfxps
022100 01  WS-COLUMN-HEADING.                                           zbnkfxps
022200     05  FILLER                            PIC X(19)              zbnkfxps
022300         VALUE 'Ccy        Deposits'.                             zbnkfxps
022400     05  FILLER                            PIC X(16)              zbnkfxps
022500         VALUE '           Loans'.                                zbnkfxps
022600     05  FILLER                            PIC X(16)              zbnkfxps
022700         VALUE '      Counter FX'.                                zbnkfxps
022800     05  FILLER                            PIC X(18)              zbnkfxps
022900         VALUE '      Net position'.                              zbnkfxps
023000     05  FILLER                            PIC X(11)              zbnkfxps
023100         VALUE '       Rate'.                                     zbnkfxps
023200     05  FILLER                            PIC X(18)              zbnkfxps
023300         VALUE '        Base equiv'.                              zbnkfxps
023400     05  FILLER                            PIC X(15)              zbnkfxps
023500         VALUE '          Limit'.                                 zbnkfxps
023600     05  FILLER                            PIC X(8)               zbnkfxps
023700         VALUE '  Status'.                                        zbnkfxps
023800                                                                  zbnkfxps
023900 01  WS-DETAIL-LINE.                                              zbnkfxps
024000     05  WS-DET-CCY                        PIC X(3).              zbnkfxps
024100     05  FILLER                            PIC X(1) VALUE SPACES. zbnkfxps
024200     05  WS-DET-DEPOSITS                   PIC ZZZ,ZZZ,ZZ9.99-.   zbnkfxps
024300     05  FILLER                            PIC X(1) VALUE SPACES. zbnkfxps
024400     05  WS-DET-LOANS                      PIC ZZZ,ZZZ,ZZ9.99-.   zbnkfxps
024500     05  FILLER                            PIC X(1) VALUE SPACES. zbnkfxps
024600     05  WS-DET-COUNTER                    PIC ZZZ,ZZZ,ZZ9.99-.   zbnkfxps
024700     05  FILLER                            PIC X(1) VALUE SPACES. zbnkfxps
024800     05  WS-DET-NET                        PIC Z,ZZZ,ZZZ,ZZ9.99-. zbnkfxps
024900     05  FILLER                            PIC X(1) VALUE SPACES. zbnkfxps
025000     05  WS-DET-RATE                       PIC ZZ9.999999.        zbnkfxps
025100     05  WS-DET-RATE-X REDEFINES WS-DET-RATE                      zbnkfxps
025200                                           PIC X(10).             zbnkfxps
025300     05  FILLER                            PIC X(1) VALUE SPACES. zbnkfxps
025400     05  WS-DET-BASE                       PIC Z,ZZZ,ZZZ,ZZ9.99-. zbnkfxps
025500     05  WS-DET-BASE-X REDEFINES WS-DET-BASE                      zbnkfxps
025600                                           PIC X(17).             zbnkfxps
025700     05  FILLER                            PIC X(1) VALUE SPACES. zbnkfxps
025800     05  WS-DET-LIMIT                      PIC ZZ,ZZZ,ZZZ,ZZ9.    zbnkfxps
025900     05  WS-DET-LIMIT-X REDEFINES WS-DET-LIMIT                    zbnkfxps
026000                                           PIC X(14).             zbnkfxps
026100     05  FILLER                            PIC X(2) VALUE SPACES. zbnkfxps
026200     05  WS-DET-STATUS                     PIC X(6).              zbnkfxps
026300                                                                  zbnkfxps
026400 01  WS-AMT-D                              PIC Z,ZZZ,ZZZ,ZZ9.99-. zbnkfxps
026500 01  WS-REPORT-LINE                        PIC X(121).            zbnkfxps
026600                                                                  zbnkfxps
026700******************************************************************zbnkfxps
026800* Run counters, reported on the job summary at the end of the    *zbnkfxps
026900* run.                                                           *zbnkfxps
027000******************************************************************zbnkfxps
027100 01  WS-ACCOUNTS-READ                      PIC 9(7) VALUE ZERO.   zbnkfxps
027200 01  WS-LOANS-READ                         PIC 9(7) VALUE ZERO.   zbnkfxps
027300 01  WS-TILLS-READ                         PIC 9(5) VALUE ZERO.   zbnkfxps
027400 01  WS-CURRENCIES-REPORTED                PIC 9(3) VALUE ZERO.   zbnkfxps
027500 01  WS-CURRENCIES-UNRATED                 PIC 9(3) VALUE ZERO.   zbnkfxps
027600 01  WS-LIMIT-BREACHES                     PIC 9(3) VALUE ZERO.   zbnkfxps
027700 01  WS-BULLETINS-RAISED                   PIC 9(3) VALUE ZERO.   zbnkfxps
027800 01  WS-COUNT-D                            PIC Z,ZZZ,ZZ9.         zbnkfxps
027900                                                                  zbnkfxps
028000 01  WS-END-OF-ACCOUNT                     PIC X(3) VALUE 'NO '.  zbnkfxps
028100 01  WS-END-OF-LOANM                       PIC X(3) VALUE 'NO '.  zbnkfxps
028200 01  WS-END-OF-TILL                        PIC X(3) VALUE 'NO '.  zbnkfxps
028300                                                                  zbnkfxps
028400 PROCEDURE DIVISION.                                              zbnkfxps
028500                                                                  zbnkfxps
028600     PERFORM RUN-CONTROL-START                                    zbnkfxps
028700         THRU RUN-CONTROL-START-EXIT.                             zbnkfxps
028800     PERFORM GET-RUN-DATE.                                        zbnkfxps
028900                                                                  zbnkfxps
029000     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           zbnkfxps
029100     STRING 'FX position run for ' DELIMITED BY SIZE              zbnkfxps
029200            WS-RUN-DATE-DISPLAY DELIMITED BY SIZE                 zbnkfxps
029300       INTO WS-CONSOLE-MESSAGE.                                   zbnkfxps
029400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkfxps
029500                                                                  zbnkfxps
029600     PERFORM ACCOUNT-OPEN.                                        zbnkfxps
029700     PERFORM LOANM-OPEN.                                          zbnkfxps
029800     PERFORM TILL-OPEN.                                           zbnkfxps
029900     PERFORM FXRT-OPEN.                                           zbnkfxps
030000     PERFORM FXLM-OPEN.                                           zbnkfxps
030100     PERFORM BULL-OPEN.                                           zbnkfxps
030200     PERFORM PRINTOUT-OPEN.                                       zbnkfxps
030300                                                                  zbnkfxps
030400     PERFORM WRITE-REPORT-HEADING.                                zbnkfxps
030500     PERFORM ACCOUNT-GET.                                         zbnkfxps
030600     PERFORM TALLY-ONE-ACCOUNT                                    zbnkfxps
030700         THRU TALLY-ONE-ACCOUNT-EXIT                              zbnkfxps
030800             UNTIL WS-END-OF-ACCOUNT = 'YES'.                     zbnkfxps
030900     PERFORM LOANM-GET.                                           zbnkfxps
031000     PERFORM TALLY-ONE-LOAN                                       zbnkfxps
031100         THRU TALLY-ONE-LOAN-EXIT                                 zbnkfxps
031200             UNTIL WS-END-OF-LOANM = 'YES'.                       zbnkfxps
031300     PERFORM TILL-GET.                                            zbnkfxps
031400     PERFORM TALLY-ONE-TILL                                       zbnkfxps
031500         THRU TALLY-ONE-TILL-EXIT                                 zbnkfxps
031600             UNTIL WS-END-OF-TILL = 'YES'.                        zbnkfxps
031700     PERFORM REPORT-ONE-CURRENCY                                  zbnkfxps
031800         THRU REPORT-ONE-CURRENCY-EXIT                            zbnkfxps
031900             VARYING WS-CCY-SUB FROM 1 BY 1                       zbnkfxps
032000               UNTIL WS-CCY-SUB IS GREATER THAN WS-CCY-COUNT.     zbnkfxps
032100     PERFORM REPORT-AGGREGATE                                     zbnkfxps
032200         THRU REPORT-AGGREGATE-EXIT.                              zbnkfxps
032300                                                                  zbnkfxps
032400     PERFORM ACCOUNT-CLOSE.                                       zbnkfxps
032500     PERFORM LOANM-CLOSE.                                         zbnkfxps
032600     PERFORM TILL-CLOSE.                                          zbnkfxps
032700     PERFORM FXRT-CLOSE.                                          zbnkfxps
032800     PERFORM FXLM-CLOSE.                                          zbnkfxps
032900     PERFORM BULL-CLOSE.                                          zbnkfxps
033000     PERFORM PRINTOUT-CLOSE.                                      zbnkfxps
033100                                                                  zbnkfxps
033200     PERFORM PRINT-JOB-SUMMARY.                                   zbnkfxps
033300                                                                  zbnkfxps
033400     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     zbnkfxps
033500     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkfxps
033600     IF WS-LIMIT-BREACHES IS GREATER THAN ZERO                    zbnkfxps
033700        OR WS-CURRENCIES-UNRATED IS GREATER THAN ZERO             zbnkfxps
033800        MOVE 4 TO RETURN-CODE                                     zbnkfxps
033900     ELSE                                                         zbnkfxps
034000        MOVE 0 TO RETURN-CODE                                     zbnkfxps
034100     END-IF.                                                      zbnkfxps
034200     PERFORM RUN-CONTROL-END.                                     zbnkfxps
034300     GOBACK.                                                      zbnkfxps
034400                                                                  zbnkfxps
034500******************************************************************zbnkfxps
034600* GET-RUN-DATE                                                   *zbnkfxps
034700* Obtains today's date, in both numeric and display form, and    *zbnkfxps
034800* the current time.                                              *zbnkfxps
034900******************************************************************zbnkfxps
035000 GET-RUN-DATE.                                                    zbnkfxps
035100     ACCEPT WS-TODAY-DATE-N FROM DATE YYYYMMDD.                   zbnkfxps
035200     MOVE SPACES TO DD-INPUT-TYPE.                                zbnkfxps
035300     SET DDI-ISO TO TRUE.                                         zbnkfxps
035400     MOVE SPACES TO DDI-DATA.                                     zbnkfxps
035500     STRING WS-TODAY-CCYY DELIMITED BY SIZE                       zbnkfxps
035600            '-'           DELIMITED BY SIZE                       zbnkfxps
035700            WS-TODAY-MM   DELIMITED BY SIZE                       zbnkfxps
035800            '-'           DELIMITED BY SIZE                       zbnkfxps
035900            WS-TODAY-DD   DELIMITED BY SIZE                       zbnkfxps
036000       INTO DDI-DATA.                                             zbnkfxps
036100     MOVE SPACES TO DD-OUTPUT-TYPE.                               zbnkfxps
036200     SET DDO-DD-MMM-YYYY TO TRUE.                                 zbnkfxps
036300     SET DD-ENV-NULL TO TRUE.                                     zbnkfxps
036400     CALL 'UDATECNV' USING WS-DATE-WORK-AREA.                     zbnkfxps
036500     MOVE DDO-DATA TO WS-RUN-DATE-DISPLAY.                        zbnkfxps
036600     ACCEPT WS-RUN-TIME-8 FROM TIME.                              zbnkfxps
036700     MOVE WS-RUN-TIME-8(1:6) TO WS-RUN-TIME.                      zbnkfxps
036800 GET-RUN-DATE-EXIT.                                               zbnkfxps
036900     EXIT.                                                        zbnkfxps
037000                                                                  zbnkfxps
037100******************************************************************zbnkfxps
037200* FIND-CCY-ENTRY                                                 *zbnkfxps
037300* Point CCY-IDX at the table entry for WS-LOOKUP-CCY, adding one *zbnkfxps
037400* the first time a currency is seen. A full table is reported    *zbnkfxps
037500* and the amount left out.                                       *zbnkfxps
037600******************************************************************zbnkfxps
037700 FIND-CCY-ENTRY.                                                  zbnkfxps
037800     MOVE 'Y' TO WS-CCY-FOUND.                                    zbnkfxps
037900     SET CCY-IDX TO 1.                                            zbnkfxps
038000     SEARCH WS-CCY-ENTRY                                          zbnkfxps
038100       AT END                                                     zbnkfxps
038200         IF WS-CCY-COUNT IS LESS THAN 20                          zbnkfxps
038300            ADD 1 TO WS-CCY-COUNT                                 zbnkfxps
038400            SET CCY-IDX TO WS-CCY-COUNT                           zbnkfxps
038500            MOVE WS-LOOKUP-CCY TO WS-CCY-CODE (CCY-IDX)           zbnkfxps
038600            MOVE ZERO TO WS-CCY-DEPOSITS (CCY-IDX)                zbnkfxps
038700            MOVE ZERO TO WS-CCY-LOANS (CCY-IDX)                   zbnkfxps
038800            MOVE ZERO TO WS-CCY-COUNTER (CCY-IDX)                 zbnkfxps
038900         ELSE                                                     zbnkfxps
039000            MOVE 'N' TO WS-CCY-FOUND                              zbnkfxps
039100            MOVE 'Currency table full - position incomplete'      zbnkfxps
039200              TO WS-CONSOLE-MESSAGE                               zbnkfxps
039300            PERFORM DISPLAY-CONSOLE-MESSAGE                       zbnkfxps
039400         END-IF                                                   zbnkfxps
039500       WHEN WS-CCY-CODE (CCY-IDX) IS EQUAL TO WS-LOOKUP-CCY       zbnkfxps
039600         CONTINUE                                                 zbnkfxps
039700     END-SEARCH.                                                  zbnkfxps
039800                                                                  zbnkfxps
039900******************************************************************zbnkfxps
040000* TALLY-ONE-ACCOUNT                                              *zbnkfxps
040100* An open account in a foreign currency is a customer balance    *zbnkfxps
040200* the bank owes in that currency - a credit balance is a short   *zbnkfxps
040300* position, an overdrawn balance a long one.                     *zbnkfxps
040400******************************************************************zbnkfxps
040500 TALLY-ONE-ACCOUNT.                                               zbnkfxps
040600     ADD 1 TO WS-ACCOUNTS-READ.                                   zbnkfxps
040700     IF BAC-REC-CLOSED                                            zbnkfxps
040800        GO TO TALLY-ONE-ACCOUNT-NEXT                              zbnkfxps
040900     END-IF.                                                      zbnkfxps
041000     IF BAC-REC-CURRENCY IS EQUAL TO SPACES                       zbnkfxps
041100        OR BAC-REC-CURRENCY IS EQUAL TO WS-BASE-CCY               zbnkfxps
041200        GO TO TALLY-ONE-ACCOUNT-NEXT                              zbnkfxps
041300     END-IF.                                                      zbnkfxps
041400     MOVE BAC-REC-CURRENCY TO WS-LOOKUP-CCY.                      zbnkfxps
041500     PERFORM FIND-CCY-ENTRY.                                      zbnkfxps
041600     IF WS-CCY-FOUND IS EQUAL TO 'Y'                              zbnkfxps
041700        SUBTRACT BAC-REC-BALANCE FROM WS-CCY-DEPOSITS (CCY-IDX)   zbnkfxps
041800     END-IF.                                                      zbnkfxps
041900 TALLY-ONE-ACCOUNT-NEXT.                                          zbnkfxps
042000     PERFORM ACCOUNT-GET.                                         zbnkfxps
042100 TALLY-ONE-ACCOUNT-EXIT.                                          zbnkfxps
042200     EXIT.                                                        zbnkfxps
042300                                                                  zbnkfxps
042400******************************************************************zbnkfxps
042500* TALLY-ONE-LOAN                                                 *zbnkfxps
042600* A live loan's outstanding balance is an asset in the currency  *zbnkfxps
042700* of the account it is linked to. Paid-off and charged-off loans *zbnkfxps
042800* hold no position.                                              *zbnkfxps
042900******************************************************************zbnkfxps
043000 TALLY-ONE-LOAN.                                                  zbnkfxps
043100     ADD 1 TO WS-LOANS-READ.                                      zbnkfxps
043200     IF NOT LM-REC-ACTIVE AND NOT LM-REC-SUSPENDED                zbnkfxps
043300        GO TO TALLY-ONE-LOAN-NEXT                                 zbnkfxps
043400     END-IF.                                                      zbnkfxps
043500     IF LM-REC-OUTSTANDING IS EQUAL TO ZERO                       zbnkfxps
043600        GO TO TALLY-ONE-LOAN-NEXT                                 zbnkfxps
043700     END-IF.                                                      zbnkfxps
043800     MOVE WS-BASE-CCY TO WS-LOAN-CCY.                             zbnkfxps
043900     MOVE LM-REC-ACCNO TO BAC-REC-ACCNO.                          zbnkfxps
044000     READ ACCOUNT-FILE.                                           zbnkfxps
044100     IF WS-ACCOUNT-STATUS = '00'                                  zbnkfxps
044200        AND BAC-REC-CURRENCY IS NOT EQUAL TO SPACES               zbnkfxps
044300        MOVE BAC-REC-CURRENCY TO WS-LOAN-CCY                      zbnkfxps
044400     END-IF.                                                      zbnkfxps
044500     IF WS-LOAN-CCY IS EQUAL TO WS-BASE-CCY                       zbnkfxps
044600        GO TO TALLY-ONE-LOAN-NEXT                                 zbnkfxps
044700     END-IF.                                                      zbnkfxps
044800     MOVE WS-LOAN-CCY TO WS-LOOKUP-CCY.                           zbnkfxps
044900     PERFORM FIND-CCY-ENTRY.                                      zbnkfxps
045000     IF WS-CCY-FOUND IS EQUAL TO 'Y'                              zbnkfxps
045100        ADD LM-REC-OUTSTANDING TO WS-CCY-LOANS (CCY-IDX)          zbnkfxps
045200     END-IF.                                                      zbnkfxps
045300 TALLY-ONE-LOAN-NEXT.                                             zbnkfxps
045400     PERFORM LOANM-GET.                                           zbnkfxps
045500 TALLY-ONE-LOAN-EXIT.                                             zbnkfxps
045600     EXIT.                                                        zbnkfxps
045700                                                                  zbnkfxps
045800******************************************************************zbnkfxps
045900* TALLY-ONE-TILL                                                 *zbnkfxps
046000* Today's tills only. Foreign cash bought over the counter is    *zbnkfxps
046100* held long; foreign cash sold is paid away.                     *zbnkfxps
046200******************************************************************zbnkfxps
046300 TALLY-ONE-TILL.                                                  zbnkfxps
046400     IF TL-REC-BUSDATE IS NOT EQUAL TO WS-TODAY-DATE-N            zbnkfxps
046500        GO TO TALLY-ONE-TILL-NEXT                                 zbnkfxps
046600     END-IF.                                                      zbnkfxps
046700     ADD 1 TO WS-TILLS-READ.                                      zbnkfxps
046800     PERFORM TALLY-ONE-TILL-CCY                                   zbnkfxps
046900         VARYING WS-FX-SUB FROM 1 BY 1                            zbnkfxps
047000           UNTIL WS-FX-SUB IS GREATER THAN 3.                     zbnkfxps
047100 TALLY-ONE-TILL-NEXT.                                             zbnkfxps
047200     PERFORM TILL-GET.                                            zbnkfxps
047300 TALLY-ONE-TILL-EXIT.                                             zbnkfxps
047400     EXIT.                                                        zbnkfxps
047500                                                                  zbnkfxps
047600 TALLY-ONE-TILL-CCY.                                              zbnkfxps
047700     IF TL-REC-FX-CCY (WS-FX-SUB) IS NOT EQUAL TO SPACES          zbnkfxps
047800        AND TL-REC-FX-CCY (WS-FX-SUB) IS NOT EQUAL TO WS-BASE-CCY zbnkfxps
047900        MOVE TL-REC-FX-CCY (WS-FX-SUB) TO WS-LOOKUP-CCY           zbnkfxps
048000        PERFORM FIND-CCY-ENTRY                                    zbnkfxps
048100        IF WS-CCY-FOUND IS EQUAL TO 'Y'                           zbnkfxps
048200           ADD TL-REC-FX-BOUGHT (WS-FX-SUB)                       zbnkfxps
048300             TO WS-CCY-COUNTER (CCY-IDX)                          zbnkfxps
048400           SUBTRACT TL-REC-FX-SOLD (WS-FX-SUB)                    zbnkfxps
048500             FROM WS-CCY-COUNTER (CCY-IDX)                        zbnkfxps
048600        END-IF                                                    zbnkfxps
048700     END-IF.                                                      zbnkfxps
048800                                                                  zbnkfxps
048900******************************************************************zbnkfxps
049000* REPORT-ONE-CURRENCY                                            *zbnkfxps
049100* Net the components, convert to base at the closing rate and    *zbnkfxps
049200* test the currency's limit. A currency with no closing rate     *zbnkfxps
049300* cannot be valued - it is listed, left out of the aggregate and *zbnkfxps
049400* counted as an exception.                                       *zbnkfxps
049500******************************************************************zbnkfxps
049600 REPORT-ONE-CURRENCY.                                             zbnkfxps
049700     ADD 1 TO WS-CURRENCIES-REPORTED.                             zbnkfxps
049800     MOVE SPACES TO WS-DETAIL-LINE.                               zbnkfxps
049900     MOVE WS-CCY-CODE (WS-CCY-SUB) TO WS-DET-CCY.                 zbnkfxps
050000     MOVE WS-CCY-DEPOSITS (WS-CCY-SUB) TO WS-DET-DEPOSITS.        zbnkfxps
050100     MOVE WS-CCY-LOANS (WS-CCY-SUB) TO WS-DET-LOANS.              zbnkfxps
050200     MOVE WS-CCY-COUNTER (WS-CCY-SUB) TO WS-DET-COUNTER.          zbnkfxps
050300     COMPUTE WS-NET-POSITION = WS-CCY-DEPOSITS (WS-CCY-SUB)       zbnkfxps
050400                             + WS-CCY-LOANS (WS-CCY-SUB)          zbnkfxps
050500                             + WS-CCY-COUNTER (WS-CCY-SUB).       zbnkfxps
050600     MOVE WS-NET-POSITION TO WS-DET-NET.                          zbnkfxps
050700     MOVE WS-CCY-CODE (WS-CCY-SUB) TO FX-REC-FROM-CCY.            zbnkfxps
050800     MOVE WS-BASE-CCY TO FX-REC-TO-CCY.                           zbnkfxps
050900     READ FXRT-FILE.                                              zbnkfxps
051000     IF WS-FXRT-STATUS NOT = '00'                                 zbnkfxps
051100        ADD 1 TO WS-CURRENCIES-UNRATED                            zbnkfxps
051200        MOVE SPACES TO WS-DET-RATE-X                              zbnkfxps
051300        MOVE SPACES TO WS-DET-BASE-X                              zbnkfxps
051400        MOVE SPACES TO WS-DET-LIMIT-X                             zbnkfxps
051500        MOVE 'NORATE' TO WS-DET-STATUS                            zbnkfxps
051600        MOVE 'No closing rate for a held currency'                zbnkfxps
051700          TO WS-CONSOLE-MESSAGE                                   zbnkfxps
051800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfxps
051900        PERFORM WRITE-DETAIL-LINE                                 zbnkfxps
052000        GO TO REPORT-ONE-CURRENCY-EXIT                            zbnkfxps
052100     END-IF.                                                      zbnkfxps
052200     MOVE FX-REC-RATE TO WS-CLOSING-RATE.                         zbnkfxps
052300     MOVE WS-CLOSING-RATE TO WS-DET-RATE.                         zbnkfxps
052400     COMPUTE WS-BASE-POSITION ROUNDED =                           zbnkfxps
052500         WS-NET-POSITION * WS-CLOSING-RATE.                       zbnkfxps
052600     MOVE WS-BASE-POSITION TO WS-DET-BASE.                        zbnkfxps
052700     IF WS-BASE-POSITION IS GREATER THAN ZERO                     zbnkfxps
052800        ADD WS-BASE-POSITION TO WS-AGGREGATE-LONG                 zbnkfxps
052900        MOVE WS-BASE-POSITION TO WS-ABS-POSITION                  zbnkfxps
053000     ELSE                                                         zbnkfxps
053100        SUBTRACT WS-BASE-POSITION FROM WS-AGGREGATE-SHORT         zbnkfxps
053200        COMPUTE WS-ABS-POSITION = ZERO - WS-BASE-POSITION         zbnkfxps
053300     END-IF.                                                      zbnkfxps
053400     MOVE WS-CCY-CODE (WS-CCY-SUB) TO FP-REC-CCY.                 zbnkfxps
053500     PERFORM GET-POSITION-LIMIT.                                  zbnkfxps
053600     IF WS-POSITION-LIMIT IS GREATER THAN ZERO                    zbnkfxps
053700        MOVE WS-POSITION-LIMIT TO WS-DET-LIMIT                    zbnkfxps
053800        IF WS-ABS-POSITION IS GREATER THAN WS-POSITION-LIMIT      zbnkfxps
053900           MOVE 'BREACH' TO WS-DET-STATUS                         zbnkfxps
054000           ADD 1 TO WS-LIMIT-BREACHES                             zbnkfxps
054100           MOVE WS-CCY-CODE (WS-CCY-SUB) TO WS-BULL-LABEL         zbnkfxps
054200           MOVE WS-BASE-POSITION TO WS-BULL-AMOUNT                zbnkfxps
054300           PERFORM RAISE-BREACH-BULLETIN                          zbnkfxps
054400               THRU RAISE-BREACH-BULLETIN-EXIT                    zbnkfxps
054500        END-IF                                                    zbnkfxps
054600     ELSE                                                         zbnkfxps
054700        MOVE SPACES TO WS-DET-LIMIT-X                             zbnkfxps
054800     END-IF.                                                      zbnkfxps
054900     PERFORM WRITE-DETAIL-LINE.                                   zbnkfxps
055000 REPORT-ONE-CURRENCY-EXIT.                                        zbnkfxps
055100     EXIT.                                                        zbnkfxps
055200                                                                  zbnkfxps
055300******************************************************************zbnkfxps
055400* REPORT-AGGREGATE                                               *zbnkfxps
055500* The aggregate open position is the greater of the total long   *zbnkfxps
055600* and the total short positions in base currency, tested against *zbnkfxps
055700* the '***' limit.                                               *zbnkfxps
055800******************************************************************zbnkfxps
055900 REPORT-AGGREGATE.                                                zbnkfxps
056000     IF WS-AGGREGATE-LONG IS GREATER THAN WS-AGGREGATE-SHORT      zbnkfxps
056100        MOVE WS-AGGREGATE-LONG TO WS-AGGREGATE-POSITION           zbnkfxps
056200     ELSE                                                         zbnkfxps
056300        MOVE WS-AGGREGATE-SHORT TO WS-AGGREGATE-POSITION          zbnkfxps
056400     END-IF.                                                      zbnkfxps
056500     MOVE SPACES TO PRINTOUT-REC.                                 zbnkfxps
056600     PERFORM PRINTOUT-PUT.                                        zbnkfxps
056700     MOVE SPACES TO WS-REPORT-LINE.                               zbnkfxps
056800     MOVE WS-AGGREGATE-LONG TO WS-AMT-D.                          zbnkfxps
056900     STRING 'Total long positions (base)      ' DELIMITED BY SIZE zbnkfxps
057000            WS-AMT-D DELIMITED BY SIZE                            zbnkfxps
057100       INTO WS-REPORT-LINE.                                       zbnkfxps
057200     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkfxps
057300     PERFORM PRINTOUT-PUT.                                        zbnkfxps
057400     MOVE SPACES TO WS-REPORT-LINE.                               zbnkfxps
057500     MOVE WS-AGGREGATE-SHORT TO WS-AMT-D.                         zbnkfxps
057600     STRING 'Total short positions (base)     ' DELIMITED BY SIZE zbnkfxps
057700            WS-AMT-D DELIMITED BY SIZE                            zbnkfxps
057800       INTO WS-REPORT-LINE.                                       zbnkfxps
057900     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkfxps
058000     PERFORM PRINTOUT-PUT.                                        zbnkfxps
058100     MOVE SPACES TO WS-REPORT-LINE.                               zbnkfxps
058200     MOVE WS-AGGREGATE-POSITION TO WS-AMT-D.                      zbnkfxps
058300     STRING 'Aggregate open position (base)   ' DELIMITED BY SIZE zbnkfxps
058400            WS-AMT-D DELIMITED BY SIZE                            zbnkfxps
058500       INTO WS-REPORT-LINE.                                       zbnkfxps
058600     MOVE WS-AGGREGATE-CCY TO FP-REC-CCY.                         zbnkfxps
058700     PERFORM GET-POSITION-LIMIT.                                  zbnkfxps
058800     IF WS-POSITION-LIMIT IS GREATER THAN ZERO                    zbnkfxps
058900        MOVE WS-POSITION-LIMIT TO WS-BULL-LIMIT-D                 zbnkfxps
059000        MOVE '  Limit' TO WS-REPORT-LINE(51:7)                    zbnkfxps
059100        MOVE WS-BULL-LIMIT-D TO WS-REPORT-LINE(58:14)             zbnkfxps
059200        IF WS-AGGREGATE-POSITION IS GREATER THAN WS-POSITION-LIMITzbnkfxps
059300           MOVE 'BREACH' TO WS-REPORT-LINE(74:6)                  zbnkfxps
059400           ADD 1 TO WS-LIMIT-BREACHES                             zbnkfxps
059500           MOVE 'aggregate' TO WS-BULL-LABEL                      zbnkfxps
059600           MOVE WS-AGGREGATE-POSITION TO WS-BULL-AMOUNT           zbnkfxps
059700           PERFORM RAISE-BREACH-BULLETIN                          zbnkfxps
059800               THRU RAISE-BREACH-BULLETIN-EXIT                    zbnkfxps
059900        END-IF                                                    zbnkfxps
060000     END-IF.                                                      zbnkfxps
060100     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkfxps
060200     PERFORM PRINTOUT-PUT.                                        zbnkfxps
060300     MOVE SPACES TO PRINTOUT-REC.                                 zbnkfxps
060400     PERFORM PRINTOUT-PUT.                                        zbnkfxps
060500     IF WS-LIMIT-BREACHES IS GREATER THAN ZERO                    zbnkfxps
060600        MOVE 'FX POSITION LIMITS BREACHED - SEE BNKBULL'          zbnkfxps
060700          TO PRINTOUT-REC                                         zbnkfxps
060800     ELSE                                                         zbnkfxps
060900        MOVE 'All FX positions within limits' TO PRINTOUT-REC     zbnkfxps
061000     END-IF.                                                      zbnkfxps
061100     PERFORM PRINTOUT-PUT.                                        zbnkfxps
061200 REPORT-AGGREGATE-EXIT.                                           zbnkfxps
061300     EXIT.                                                        zbnkfxps
061400                                                                  zbnkfxps
061500******************************************************************zbnkfxps
061600* GET-POSITION-LIMIT                                             *zbnkfxps
061700* The limit held for FP-REC-CCY; no row means no limit (zero).   *zbnkfxps
061800******************************************************************zbnkfxps
061900 GET-POSITION-LIMIT.                                              zbnkfxps
062000     READ FXLM-FILE.                                              zbnkfxps
062100     IF WS-FXLM-STATUS = '00'                                     zbnkfxps
062200        MOVE FP-REC-LIMIT TO WS-POSITION-LIMIT                    zbnkfxps
062300     ELSE                                                         zbnkfxps
062400        MOVE ZERO TO WS-POSITION-LIMIT                            zbnkfxps
062500     END-IF.                                                      zbnkfxps
062600                                                                  zbnkfxps
062700******************************************************************zbnkfxps
062800* RAISE-BREACH-BULLETIN                                          *zbnkfxps
062900* Post a critical bulletin for everyone, dated and expiring      *zbnkfxps
063000* today. The next free sequence for the day is found by          *zbnkfxps
063100* retrying the write on a duplicate key.                         *zbnkfxps
063200******************************************************************zbnkfxps
063300 RAISE-BREACH-BULLETIN.                                           zbnkfxps
063400     MOVE ZERO TO WS-BULL-SEQ.                                    zbnkfxps
063500     MOVE WS-BULL-AMOUNT TO WS-BULL-AMT-D.                        zbnkfxps
063600     MOVE WS-POSITION-LIMIT TO WS-BULL-LIMIT-D.                   zbnkfxps
063700 RAISE-BREACH-BULLETIN-WRITE.                                     zbnkfxps
063800     ADD 1 TO WS-BULL-SEQ.                                        zbnkfxps
063900     IF WS-BULL-SEQ IS GREATER THAN 999                           zbnkfxps
064000        MOVE 'No free bulletin sequence for today'                zbnkfxps
064100          TO WS-CONSOLE-MESSAGE                                   zbnkfxps
064200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfxps
064300        GO TO RAISE-BREACH-BULLETIN-EXIT                          zbnkfxps
064400     END-IF.                                                      zbnkfxps
064500     MOVE SPACES TO BULL-FILE-REC.                                zbnkfxps
064600     MOVE WS-TODAY-DATE-N TO BU-REC-DATE.                         zbnkfxps
064700     MOVE WS-BULL-SEQ TO BU-REC-SEQ.                              zbnkfxps
064800     SET BU-REC-SEV-CRITICAL TO TRUE.                             zbnkfxps
064900     MOVE WS-TODAY-DATE-N TO BU-REC-EXPIRY-DTE.                   zbnkfxps
065000     STRING 'FX limit breach ' DELIMITED BY SIZE                  zbnkfxps
065100            WS-BULL-LABEL DELIMITED BY SPACE                      zbnkfxps
065200            WS-BULL-AMT-D DELIMITED BY SIZE                       zbnkfxps
065300            ' limit' DELIMITED BY SIZE                            zbnkfxps
065400            WS-BULL-LIMIT-D DELIMITED BY SIZE                     zbnkfxps
065500       INTO BU-REC-TEXT.                                          zbnkfxps
065600     MOVE WS-POSTING-USERID TO BU-REC-POSTED-USERID.              zbnkfxps
065700     WRITE BULL-FILE-REC.                                         zbnkfxps
065800     IF WS-BULL-STATUS = '22'                                     zbnkfxps
065900        GO TO RAISE-BREACH-BULLETIN-WRITE                         zbnkfxps
066000     END-IF.                                                      zbnkfxps
066100     IF WS-BULL-STATUS NOT = '00'                                 zbnkfxps
066200        MOVE 'BULL Error writing file ...' TO WS-CONSOLE-MESSAGE  zbnkfxps
066300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfxps
066400        MOVE WS-BULL-STATUS TO WS-IO-STATUS                       zbnkfxps
066500        PERFORM DISPLAY-IO-STATUS                                 zbnkfxps
066600        PERFORM ABORT-PROGRAM                                     zbnkfxps
066700     END-IF.                                                      zbnkfxps
066800     ADD 1 TO WS-BULLETINS-RAISED.                                zbnkfxps
066900 RAISE-BREACH-BULLETIN-EXIT.                                      zbnkfxps
067000     EXIT.                                                        zbnkfxps
067100                                                                  zbnkfxps
067200******************************************************************zbnkfxps
067300* WRITE-REPORT-HEADING / WRITE-DETAIL-LINE                       *zbnkfxps
067400******************************************************************zbnkfxps
067500 WRITE-REPORT-HEADING.                                            zbnkfxps
067600     MOVE SPACES TO WS-REPORT-LINE.                               zbnkfxps
067700     STRING 'Net Open FX Position Report - run date '             zbnkfxps
067800                                      DELIMITED BY SIZE           zbnkfxps
067900            WS-RUN-DATE-DISPLAY       DELIMITED BY SIZE           zbnkfxps
068000            '  (base '                DELIMITED BY SIZE           zbnkfxps
068100            WS-BASE-CCY               DELIMITED BY SIZE           zbnkfxps
068200            ', long positive)'        DELIMITED BY SIZE           zbnkfxps
068300       INTO WS-REPORT-LINE.                                       zbnkfxps
068400     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkfxps
068500     PERFORM PRINTOUT-PUT.                                        zbnkfxps
068600     MOVE SPACES TO PRINTOUT-REC.                                 zbnkfxps
068700     PERFORM PRINTOUT-PUT.                                        zbnkfxps
068800     MOVE WS-COLUMN-HEADING TO PRINTOUT-REC.                      zbnkfxps
068900     PERFORM PRINTOUT-PUT.                                        zbnkfxps
069000                                                                  zbnkfxps
069100 WRITE-DETAIL-LINE.                                               zbnkfxps
069200     MOVE WS-DETAIL-LINE TO PRINTOUT-REC.                         zbnkfxps
069300     PERFORM PRINTOUT-PUT.                                        zbnkfxps
069400                                                                  zbnkfxps
069500******************************************************************zbnkfxps
069600* Open, access and close the ACCOUNT file.                       *zbnkfxps
069700******************************************************************zbnkfxps
069800 ACCOUNT-OPEN.                                                    zbnkfxps
069900     OPEN INPUT ACCOUNT-FILE.                                     zbnkfxps
070000     IF WS-ACCOUNT-STATUS = '00'                                  zbnkfxps
070100        MOVE 'ACCOUNT file opened OK' TO WS-CONSOLE-MESSAGE       zbnkfxps
070200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfxps
070300     ELSE                                                         zbnkfxps
070400        MOVE 'ACCOUNT file open failure...' TO WS-CONSOLE-MESSAGE zbnkfxps
070500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfxps
070600        MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                    zbnkfxps
070700        PERFORM DISPLAY-IO-STATUS                                 zbnkfxps
070800        PERFORM ABORT-PROGRAM                                     zbnkfxps
070900     END-IF.                                                      zbnkfxps
071000                                                                  zbnkfxps
071100 ACCOUNT-GET.                                                     zbnkfxps
071200     READ ACCOUNT-FILE NEXT RECORD.                               zbnkfxps
071300     IF WS-ACCOUNT-STATUS NOT = '00'                              zbnkfxps
071400        IF WS-ACCOUNT-STATUS = '10'                               zbnkfxps
071500           MOVE 'YES' TO WS-END-OF-ACCOUNT                        zbnkfxps
071600        ELSE                                                      zbnkfxps
071700           MOVE 'ACCOUNT Error reading file ...'                  zbnkfxps
071800             TO WS-CONSOLE-MESSAGE                                zbnkfxps
071900           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkfxps
072000           MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                 zbnkfxps
072100           PERFORM DISPLAY-IO-STATUS                              zbnkfxps
072200           PERFORM ABORT-PROGRAM                                  zbnkfxps
072300        END-IF                                                    zbnkfxps
072400     END-IF.                                                      zbnkfxps
072500                                                                  zbnkfxps
072600 ACCOUNT-CLOSE.                                                   zbnkfxps
072700     CLOSE ACCOUNT-FILE.                                          zbnkfxps
072800     IF WS-ACCOUNT-STATUS = '00'                                  zbnkfxps
072900        MOVE 'ACCOUNT file closed OK' TO WS-CONSOLE-MESSAGE       zbnkfxps
073000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfxps
073100     ELSE                                                         zbnkfxps
073200        MOVE 'ACCOUNT file close failure...'                      zbnkfxps
073300          TO WS-CONSOLE-MESSAGE                                   zbnkfxps
073400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfxps
073500        MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                    zbnkfxps
073600        PERFORM DISPLAY-IO-STATUS                                 zbnkfxps
073700        PERFORM ABORT-PROGRAM                                     zbnkfxps
073800     END-IF.                                                      zbnkfxps
073900                                                                  zbnkfxps
074000******************************************************************zbnkfxps
074100* Open, access and close the LOANM file.                         *zbnkfxps
074200******************************************************************zbnkfxps
074300 LOANM-OPEN.                                                      zbnkfxps
074400     OPEN INPUT LOANM-FILE.                                       zbnkfxps
074500     IF WS-LOANM-STATUS = '00'                                    zbnkfxps
074600        MOVE 'LOANM file opened OK' TO WS-CONSOLE-MESSAGE         zbnkfxps
074700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfxps
074800     ELSE                                                         zbnkfxps
074900        MOVE 'LOANM file open failure...' TO WS-CONSOLE-MESSAGE   zbnkfxps
075000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfxps
075100        MOVE WS-LOANM-STATUS TO WS-IO-STATUS                      zbnkfxps
075200        PERFORM DISPLAY-IO-STATUS                                 zbnkfxps
075300        PERFORM ABORT-PROGRAM                                     zbnkfxps
075400     END-IF.                                                      zbnkfxps
075500                                                                  zbnkfxps
075600 LOANM-GET.                                                       zbnkfxps
075700     READ LOANM-FILE NEXT RECORD.                                 zbnkfxps
075800     IF WS-LOANM-STATUS NOT = '00'                                zbnkfxps
075900        IF WS-LOANM-STATUS = '10'                                 zbnkfxps
076000           MOVE 'YES' TO WS-END-OF-LOANM                          zbnkfxps
076100        ELSE                                                      zbnkfxps
076200           MOVE 'LOANM Error reading file ...'                    zbnkfxps
076300             TO WS-CONSOLE-MESSAGE                                zbnkfxps
076400           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkfxps
076500           MOVE WS-LOANM-STATUS TO WS-IO-STATUS                   zbnkfxps
076600           PERFORM DISPLAY-IO-STATUS                              zbnkfxps
076700           PERFORM ABORT-PROGRAM                                  zbnkfxps
076800        END-IF                                                    zbnkfxps
076900     END-IF.                                                      zbnkfxps
077000                                                                  zbnkfxps
077100 LOANM-CLOSE.                                                     zbnkfxps
077200     CLOSE LOANM-FILE.                                            zbnkfxps
077300     IF WS-LOANM-STATUS = '00'                                    zbnkfxps
077400        MOVE 'LOANM file closed OK' TO WS-CONSOLE-MESSAGE         zbnkfxps
077500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfxps
077600     ELSE                                                         zbnkfxps
077700        MOVE 'LOANM file close failure...' TO WS-CONSOLE-MESSAGE  zbnkfxps
077800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfxps
077900        MOVE WS-LOANM-STATUS TO WS-IO-STATUS                      zbnkfxps
078000        PERFORM DISPLAY-IO-STATUS                                 zbnkfxps
078100        PERFORM ABORT-PROGRAM                                     zbnkfxps
078200     END-IF.                                                      zbnkfxps
078300                                                                  zbnkfxps
078400******************************************************************zbnkfxps
078500* Open, access and close the TILL file.                          *zbnkfxps
078600******************************************************************zbnkfxps
078700 TILL-OPEN.                                                       zbnkfxps
078800     OPEN INPUT TILL-FILE.                                        zbnkfxps
078900     IF WS-TILL-STATUS = '00'                                     zbnkfxps
079000        MOVE 'TILL file opened OK' TO WS-CONSOLE-MESSAGE          zbnkfxps
079100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfxps
079200     ELSE                                                         zbnkfxps
079300        MOVE 'TILL file open failure...' TO WS-CONSOLE-MESSAGE    zbnkfxps
079400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfxps
079500        MOVE WS-TILL-STATUS TO WS-IO-STATUS                       zbnkfxps
079600        PERFORM DISPLAY-IO-STATUS                                 zbnkfxps
079700        PERFORM ABORT-PROGRAM                                     zbnkfxps
079800     END-IF.                                                      zbnkfxps
079900                                                                  zbnkfxps
080000 TILL-GET.                                                        zbnkfxps
080100     READ TILL-FILE NEXT RECORD.                                  zbnkfxps
080200     IF WS-TILL-STATUS NOT = '00'                                 zbnkfxps
080300        IF WS-TILL-STATUS = '10'                                  zbnkfxps
080400           MOVE 'YES' TO WS-END-OF-TILL                           zbnkfxps
080500        ELSE                                                      zbnkfxps
080600           MOVE 'TILL Error reading file ...'                     zbnkfxps
080700             TO WS-CONSOLE-MESSAGE                                zbnkfxps
080800           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkfxps
080900           MOVE WS-TILL-STATUS TO WS-IO-STATUS                    zbnkfxps
081000           PERFORM DISPLAY-IO-STATUS                              zbnkfxps
081100           PERFORM ABORT-PROGRAM                                  zbnkfxps
081200        END-IF                                                    zbnkfxps
081300     END-IF.                                                      zbnkfxps
081400                                                                  zbnkfxps
081500 TILL-CLOSE.                                                      zbnkfxps
081600     CLOSE TILL-FILE.                                             zbnkfxps
081700     IF WS-TILL-STATUS = '00'                                     zbnkfxps
081800        MOVE 'TILL file closed OK' TO WS-CONSOLE-MESSAGE          zbnkfxps
081900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfxps
082000     ELSE                                                         zbnkfxps
082100        MOVE 'TILL file close failure...' TO WS-CONSOLE-MESSAGE   zbnkfxps
082200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfxps
082300        MOVE WS-TILL-STATUS TO WS-IO-STATUS                       zbnkfxps
082400        PERFORM DISPLAY-IO-STATUS                                 zbnkfxps
082500        PERFORM ABORT-PROGRAM                                     zbnkfxps
082600     END-IF.                                                      zbnkfxps
082700                                                                  zbnkfxps
082800******************************************************************zbnkfxps
082900* Open, access and close the FXRT file.                          *zbnkfxps
083000******************************************************************zbnkfxps
083100 FXRT-OPEN.                                                       zbnkfxps
083200     OPEN INPUT FXRT-FILE.                                        zbnkfxps
083300     IF WS-FXRT-STATUS = '00'                                     zbnkfxps
083400        MOVE 'FXRT file opened OK' TO WS-CONSOLE-MESSAGE          zbnkfxps
083500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfxps
083600     ELSE                                                         zbnkfxps
083700        MOVE 'FXRT file open failure...' TO WS-CONSOLE-MESSAGE    zbnkfxps
083800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfxps
083900        MOVE WS-FXRT-STATUS TO WS-IO-STATUS                       zbnkfxps
084000        PERFORM DISPLAY-IO-STATUS                                 zbnkfxps
084100        PERFORM ABORT-PROGRAM                                     zbnkfxps
084200     END-IF.                                                      zbnkfxps
084300                                                                  zbnkfxps
084400 FXRT-CLOSE.                                                      zbnkfxps
084500     CLOSE FXRT-FILE.                                             zbnkfxps
084600     IF WS-FXRT-STATUS = '00'                                     zbnkfxps
084700        MOVE 'FXRT file closed OK' TO WS-CONSOLE-MESSAGE          zbnkfxps
084800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfxps
084900     ELSE                                                         zbnkfxps
085000        MOVE 'FXRT file close failure...' TO WS-CONSOLE-MESSAGE   zbnkfxps
085100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfxps
085200        MOVE WS-FXRT-STATUS TO WS-IO-STATUS                       zbnkfxps
085300        PERFORM DISPLAY-IO-STATUS                                 zbnkfxps
085400        PERFORM ABORT-PROGRAM                                     zbnkfxps
085500     END-IF.                                                      zbnkfxps
085600                                                                  zbnkfxps
085700******************************************************************zbnkfxps
085800* Open, access and close the FXLM file.                          *zbnkfxps
085900******************************************************************zbnkfxps
086000 FXLM-OPEN.                                                       zbnkfxps
086100     OPEN INPUT FXLM-FILE.                                        zbnkfxps
086200     IF WS-FXLM-STATUS = '00'                                     zbnkfxps
086300        MOVE 'FXLM file opened OK' TO WS-CONSOLE-MESSAGE          zbnkfxps
086400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfxps
086500     ELSE                                                         zbnkfxps
086600        MOVE 'FXLM file open failure...' TO WS-CONSOLE-MESSAGE    zbnkfxps
086700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfxps
086800        MOVE WS-FXLM-STATUS TO WS-IO-STATUS                       zbnkfxps
086900        PERFORM DISPLAY-IO-STATUS                                 zbnkfxps
087000        PERFORM ABORT-PROGRAM                                     zbnkfxps
087100     END-IF.                                                      zbnkfxps
087200                                                                  zbnkfxps
087300 FXLM-CLOSE.                                                      zbnkfxps
087400     CLOSE FXLM-FILE.                                             zbnkfxps
087500     IF WS-FXLM-STATUS = '00'                                     zbnkfxps
087600        MOVE 'FXLM file closed OK' TO WS-CONSOLE-MESSAGE          zbnkfxps
087700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfxps
087800     ELSE                                                         zbnkfxps
087900        MOVE 'FXLM file close failure...' TO WS-CONSOLE-MESSAGE   zbnkfxps
088000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfxps
088100        MOVE WS-FXLM-STATUS TO WS-IO-STATUS                       zbnkfxps
088200        PERFORM DISPLAY-IO-STATUS                                 zbnkfxps
088300        PERFORM ABORT-PROGRAM                                     zbnkfxps
088400     END-IF.                                                      zbnkfxps
088500                                                                  zbnkfxps
088600******************************************************************zbnkfxps
088700* Open and close the BULL file.                                  *zbnkfxps
088800******************************************************************zbnkfxps
088900 BULL-OPEN.                                                       zbnkfxps
089000     OPEN I-O BULL-FILE.                                          zbnkfxps
089100     IF WS-BULL-STATUS = '00'                                     zbnkfxps
089200        MOVE 'BULL file opened OK' TO WS-CONSOLE-MESSAGE          zbnkfxps
089300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfxps
089400     ELSE                                                         zbnkfxps
089500        MOVE 'BULL file open failure...' TO WS-CONSOLE-MESSAGE    zbnkfxps
089600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfxps
089700        MOVE WS-BULL-STATUS TO WS-IO-STATUS                       zbnkfxps
089800        PERFORM DISPLAY-IO-STATUS                                 zbnkfxps
089900        PERFORM ABORT-PROGRAM                                     zbnkfxps
090000     END-IF.                                                      zbnkfxps
090100                                                                  zbnkfxps
090200 BULL-CLOSE.                                                      zbnkfxps
090300     CLOSE BULL-FILE.                                             zbnkfxps
090400     IF WS-BULL-STATUS = '00'                                     zbnkfxps
090500        MOVE 'BULL file closed OK' TO WS-CONSOLE-MESSAGE          zbnkfxps
090600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfxps
090700     ELSE                                                         zbnkfxps
090800        MOVE 'BULL file close failure...' TO WS-CONSOLE-MESSAGE   zbnkfxps
090900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfxps
091000        MOVE WS-BULL-STATUS TO WS-IO-STATUS                       zbnkfxps
091100        PERFORM DISPLAY-IO-STATUS                                 zbnkfxps
091200        PERFORM ABORT-PROGRAM                                     zbnkfxps
091300     END-IF.                                                      zbnkfxps
091400                                                                  zbnkfxps
091500******************************************************************zbnkfxps
091600* Open, access and close the PRINTOUT file.                      *zbnkfxps
091700******************************************************************zbnkfxps
091800 PRINTOUT-OPEN.                                                   zbnkfxps
091900     OPEN OUTPUT PRINTOUT-FILE.                                   zbnkfxps
092000     IF WS-PRINTOUT-STATUS = '00'                                 zbnkfxps
092100        MOVE 'PRINTOUT file opened OK' TO WS-CONSOLE-MESSAGE      zbnkfxps
092200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfxps
092300     ELSE                                                         zbnkfxps
092400        MOVE 'PRINTOUT file open failure...' TO WS-CONSOLE-MESSAGEzbnkfxps
092500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfxps
092600        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkfxps
092700        PERFORM DISPLAY-IO-STATUS                                 zbnkfxps
092800        PERFORM ABORT-PROGRAM                                     zbnkfxps
092900     END-IF.                                                      zbnkfxps
093000                                                                  zbnkfxps
093100 PRINTOUT-PUT.                                                    zbnkfxps
093200     WRITE PRINTOUT-REC.                                          zbnkfxps
093300     IF WS-PRINTOUT-STATUS NOT = '00'                             zbnkfxps
093400        MOVE 'PRINTOUT Error writing file ...'                    zbnkfxps
093500          TO WS-CONSOLE-MESSAGE                                   zbnkfxps
093600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfxps
093700        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkfxps
093800        PERFORM DISPLAY-IO-STATUS                                 zbnkfxps
093900        PERFORM ABORT-PROGRAM                                     zbnkfxps
094000     END-IF.                                                      zbnkfxps
094100                                                                  zbnkfxps
094200 PRINTOUT-CLOSE.                                                  zbnkfxps
094300     CLOSE PRINTOUT-FILE.                                         zbnkfxps
094400     IF WS-PRINTOUT-STATUS = '00'                                 zbnkfxps
094500        MOVE 'PRINTOUT file closed OK' TO WS-CONSOLE-MESSAGE      zbnkfxps
094600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfxps
094700     ELSE                                                         zbnkfxps
094800        MOVE 'PRINTOUT file close failure...'                     zbnkfxps
094900          TO WS-CONSOLE-MESSAGE                                   zbnkfxps
095000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfxps
095100        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkfxps
095200        PERFORM DISPLAY-IO-STATUS                                 zbnkfxps
095300        PERFORM ABORT-PROGRAM                                     zbnkfxps
095400     END-IF.                                                      zbnkfxps
095500                                                                  zbnkfxps
095600                                                                  zbnkfxps
095700******************************************************************zbnkfxps
095800* Write a short end-of-job summary to the JOBSUM file, in the    *zbnkfxps
095900* same style as the other nightly jobs' summaries.               *zbnkfxps
096000******************************************************************zbnkfxps
096100 PRINT-JOB-SUMMARY.                                               zbnkfxps
096200     PERFORM JOBSUM-OPEN.                                         zbnkfxps
096300     MOVE SPACES TO JOBSUM-REC.                                   zbnkfxps
096400     MOVE WS-ACCOUNTS-READ TO WS-COUNT-D.                         zbnkfxps
096500     STRING 'Accounts read: ' DELIMITED BY SIZE                   zbnkfxps
096600            WS-COUNT-D DELIMITED BY SIZE                          zbnkfxps
096700       INTO JOBSUM-REC.                                           zbnkfxps
096800     PERFORM JOBSUM-PUT.                                          zbnkfxps
096900     MOVE SPACES TO JOBSUM-REC.                                   zbnkfxps
097000     MOVE WS-LOANS-READ TO WS-COUNT-D.                            zbnkfxps
097100     STRING 'Loans read: ' DELIMITED BY SIZE                      zbnkfxps
097200            WS-COUNT-D DELIMITED BY SIZE                          zbnkfxps
097300       INTO JOBSUM-REC.                                           zbnkfxps
097400     PERFORM JOBSUM-PUT.                                          zbnkfxps
097500     MOVE SPACES TO JOBSUM-REC.                                   zbnkfxps
097600     MOVE WS-TILLS-READ TO WS-COUNT-D.                            zbnkfxps
097700     STRING 'Tills for today: ' DELIMITED BY SIZE                 zbnkfxps
097800            WS-COUNT-D DELIMITED BY SIZE                          zbnkfxps
097900       INTO JOBSUM-REC.                                           zbnkfxps
098000     PERFORM JOBSUM-PUT.                                          zbnkfxps
098100     MOVE SPACES TO JOBSUM-REC.                                   zbnkfxps
098200     MOVE WS-CURRENCIES-REPORTED TO WS-COUNT-D.                   zbnkfxps
098300     STRING 'Currencies reported: ' DELIMITED BY SIZE             zbnkfxps
098400            WS-COUNT-D DELIMITED BY SIZE                          zbnkfxps
098500       INTO JOBSUM-REC.                                           zbnkfxps
098600     PERFORM JOBSUM-PUT.                                          zbnkfxps
098700     MOVE SPACES TO JOBSUM-REC.                                   zbnkfxps
098800     MOVE WS-CURRENCIES-UNRATED TO WS-COUNT-D.                    zbnkfxps
098900     STRING 'Currencies with no closing rate: ' DELIMITED BY SIZE zbnkfxps
099000            WS-COUNT-D DELIMITED BY SIZE                          zbnkfxps
099100       INTO JOBSUM-REC.                                           zbnkfxps
099200     PERFORM JOBSUM-PUT.                                          zbnkfxps
099300     MOVE SPACES TO JOBSUM-REC.                                   zbnkfxps
099400     MOVE WS-LIMIT-BREACHES TO WS-COUNT-D.                        zbnkfxps
099500     STRING 'Limit breaches: ' DELIMITED BY SIZE                  zbnkfxps
099600            WS-COUNT-D DELIMITED BY SIZE                          zbnkfxps
099700       INTO JOBSUM-REC.                                           zbnkfxps
099800     PERFORM JOBSUM-PUT.                                          zbnkfxps
099900     MOVE SPACES TO JOBSUM-REC.                                   zbnkfxps
100000     MOVE WS-BULLETINS-RAISED TO WS-COUNT-D.                      zbnkfxps
100100     STRING 'Bulletins raised: ' DELIMITED BY SIZE                zbnkfxps
100200            WS-COUNT-D DELIMITED BY SIZE                          zbnkfxps
100300       INTO JOBSUM-REC.                                           zbnkfxps
100400     PERFORM JOBSUM-PUT.                                          zbnkfxps
100500     PERFORM JOBSUM-CLOSE.                                        zbnkfxps
100600     MOVE 'Job summary written to JOBSUM'                         zbnkfxps
100700       TO WS-CONSOLE-MESSAGE.                                     zbnkfxps
100800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkfxps
100900                                                                  zbnkfxps
101000 JOBSUM-OPEN.                                                     zbnkfxps
101100     OPEN OUTPUT JOBSUM-FILE.                                     zbnkfxps
101200     IF WS-JOBSUM-STATUS = '00'                                   zbnkfxps
101300        MOVE 'JOBSUM file opened OK' TO WS-CONSOLE-MESSAGE        zbnkfxps
101400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfxps
101500     ELSE                                                         zbnkfxps
101600        MOVE 'JOBSUM file open failure...' TO WS-CONSOLE-MESSAGE  zbnkfxps
101700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfxps
101800        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkfxps
101900        PERFORM DISPLAY-IO-STATUS                                 zbnkfxps
102000        PERFORM ABORT-PROGRAM                                     zbnkfxps
102100     END-IF.                                                      zbnkfxps
102200                                                                  zbnkfxps
102300 JOBSUM-PUT.                                                      zbnkfxps
102400     WRITE JOBSUM-REC.                                            zbnkfxps
102500     IF WS-JOBSUM-STATUS NOT = '00'                               zbnkfxps
102600        MOVE 'JOBSUM Error writing file ...' TO WS-CONSOLE-MESSAGEzbnkfxps
102700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfxps
102800        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkfxps
102900        PERFORM DISPLAY-IO-STATUS                                 zbnkfxps
103000        PERFORM ABORT-PROGRAM                                     zbnkfxps
103100     END-IF.                                                      zbnkfxps
103200                                                                  zbnkfxps
103300 JOBSUM-CLOSE.                                                    zbnkfxps
103400     CLOSE JOBSUM-FILE.                                           zbnkfxps
103500     IF WS-JOBSUM-STATUS = '00'                                   zbnkfxps
103600        MOVE 'JOBSUM file closed OK' TO WS-CONSOLE-MESSAGE        zbnkfxps
103700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfxps
103800     ELSE                                                         zbnkfxps
103900        MOVE 'JOBSUM file close failure...' TO WS-CONSOLE-MESSAGE zbnkfxps
104000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfxps
104100        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkfxps
104200        PERFORM DISPLAY-IO-STATUS                                 zbnkfxps
104300        PERFORM ABORT-PROGRAM                                     zbnkfxps
104400     END-IF.                                                      zbnkfxps
104500                                                                  zbnkfxps
104600******************************************************************zbnkfxps
104700* Run-control hooks. The START call blocks this job when it has  *zbnkfxps
104800* already completed for the business date or a prerequisite has  *zbnkfxps
104900* not, and records the start on BNKRUNC; the END call records    *zbnkfxps
105000* the end time and return code. See URUNCTL.CBL.                 *zbnkfxps
105100******************************************************************zbnkfxps
105200 RUN-CONTROL-START.                                               zbnkfxps
105300     SET RUNCTL-START TO TRUE.                                    zbnkfxps
105400     MOVE 'ZBNKFXPS' TO RUNCTL-JOB.                               zbnkfxps
105500     MOVE ZERO TO RUNCTL-BUSDATE.                                 zbnkfxps
105600     MOVE ZERO TO RUNCTL-RETURN-CODE.                             zbnkfxps
105700     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkfxps
105800     IF RUNCTL-BLOCKED                                            zbnkfxps
105900        MOVE RUNCTL-REPLY-TEXT TO WS-CONSOLE-MESSAGE              zbnkfxps
106000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfxps
106100        MOVE 'Run control blocked this run' TO WS-CONSOLE-MESSAGE zbnkfxps
106200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfxps
106300        MOVE 8 TO RETURN-CODE                                     zbnkfxps
106400        GOBACK                                                    zbnkfxps
106500     END-IF.                                                      zbnkfxps
106600 RUN-CONTROL-START-EXIT.                                          zbnkfxps
106700     EXIT.                                                        zbnkfxps
106800                                                                  zbnkfxps
106900 RUN-CONTROL-END.                                                 zbnkfxps
107000     SET RUNCTL-END TO TRUE.                                      zbnkfxps
107100     MOVE RETURN-CODE TO RUNCTL-RETURN-CODE.                      zbnkfxps
107200     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkfxps
107300                                                                  zbnkfxps
107400******************************************************************zbnkfxps
107500* Display the file status bytes                                  *zbnkfxps
107600******************************************************************zbnkfxps
107700 DISPLAY-IO-STATUS.                                               zbnkfxps
107800     IF WS-IO-STATUS NUMERIC                                      zbnkfxps
107900        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkfxps
108000        STRING 'File status -' DELIMITED BY SIZE                  zbnkfxps
108100               WS-IO-STATUS DELIMITED BY SIZE                     zbnkfxps
108200          INTO WS-CONSOLE-MESSAGE                                 zbnkfxps
108300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfxps
108400     ELSE                                                         zbnkfxps
108500        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     zbnkfxps
108600        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    zbnkfxps
108700        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkfxps
108800        STRING 'File status -' DELIMITED BY SIZE                  zbnkfxps
108900               WS-IO-STAT1 DELIMITED BY SIZE                      zbnkfxps
109000               '/' DELIMITED BY SIZE                              zbnkfxps
109100               WS-TWO-BYTES DELIMITED BY SIZE                     zbnkfxps
109200          INTO WS-CONSOLE-MESSAGE                                 zbnkfxps
109300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfxps
109400     END-IF.                                                      zbnkfxps
109500                                                                  zbnkfxps
109600******************************************************************zbnkfxps
109700* 'ABORT' the program. Post a message and issue a goback         *zbnkfxps
109800******************************************************************zbnkfxps
109900 ABORT-PROGRAM.                                                   zbnkfxps
110000     IF WS-CONSOLE-MESSAGE NOT = SPACES                           zbnkfxps
110100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfxps
110200     END-IF.                                                      zbnkfxps
110300     MOVE 'Program is abending...' TO WS-CONSOLE-MESSAGE.         zbnkfxps
110400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkfxps
110500     MOVE 16 TO RETURN-CODE.                                      zbnkfxps
110600     GOBACK.                                                      zbnkfxps
110700                                                                  zbnkfxps
110800******************************************************************zbnkfxps
110900* Display CONSOLE messages...                                    *zbnkfxps
111000******************************************************************zbnkfxps
111100 DISPLAY-CONSOLE-MESSAGE.                                         zbnkfxps
111200     DISPLAY 'ZBNKFXPS - ' WS-CONSOLE-MESSAGE                     zbnkfxps
111300       UPON CONSOLE.                                              zbnkfxps
111400     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       zbnkfxps
