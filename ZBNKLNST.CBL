000100******************************************************************zbnklnst
000200*                                                               * zbnklnst
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * zbnklnst
000400*   This demonstration program is provided for use by users     * zbnklnst
000500*   of Micro Focus products and may be used, modified and       * zbnklnst
000600*   distributed as part of your application provided that       * zbnklnst
000700*   you properly acknowledge the copyright of Micro Focus       * zbnklnst
000800*   in this material.                                           * zbnklnst
000900*                                                               * zbnklnst
001000******************************************************************zbnklnst
001100                                                                  zbnklnst
001200******************************************************************zbnklnst
001300* ZBNKLNST.CBL                                                   *zbnklnst
001400* Function:    Periodic loan statement run. For every open loan  *zbnklnst
001500*              on the BNKLNMA loan master whose repayment        *zbnklnst
001600*              account's BAC-REC-STMT-CYCLE day falls on today's *zbnklnst
001700*              business date (the same cycle rule ZBNKSCYC       *zbnklnst
001800*              applies; PARM=ALL selects every loan) this job    *zbnklnst
001900*              prints a statement for the month just ended -     *zbnklnst
002000*              the disbursement and repayment postings on        *zbnklnst
002100*              BNKTXN, the instalments ZBNKLNSV collected or     *zbnklnst
002200*              missed with the interest each one charged, any    *zbnklnst
002300*              restructure or rate change in the period, the     *zbnklnst
002400*              balance outstanding and the next payment due.     *zbnklnst
002500*              Every line is stored on the BNKSARC statement     *zbnklnst
002600*              archive so DBANK18P can reprint it.               *zbnklnst
002700******************************************************************zbnklnst
002800 IDENTIFICATION DIVISION.                                         zbnklnst
002900 PROGRAM-ID.                                                      zbnklnst
003000     ZBNKLNST.                                                    zbnklnst
003100 DATE-WRITTEN.                                                    zbnklnst
003200     October 2026.                                                zbnklnst
003300 DATE-COMPILED.                                                   zbnklnst
003400     Today.                                                       zbnklnst
003500                                                                  zbnklnst
003600 ENVIRONMENT DIVISION.                                            zbnklnst
003700 INPUT-OUTPUT   SECTION.                                          zbnklnst
003800   FILE-CONTROL.                                                  zbnklnst
003900     SELECT LOANM-FILE                                            zbnklnst
004000            ASSIGN       TO BNKLNMA                               zbnklnst
004100            ORGANIZATION IS INDEXED                               zbnklnst
004200            ACCESS MODE  IS SEQUENTIAL                            zbnklnst
004300            RECORD KEY   IS LM-REC-KEY                            zbnklnst
004400            FILE STATUS  IS WS-LOANM-STATUS.                      zbnklnst
004500     SELECT ACCOUNT-FILE                                          zbnklnst
004600            ASSIGN       TO BNKACCT                               zbnklnst
004700            ORGANIZATION IS INDEXED                               zbnklnst
004800            ACCESS MODE  IS RANDOM                                zbnklnst
004900            RECORD KEY   IS BAC-REC-ACCNO                         zbnklnst
005000            FILE STATUS  IS WS-ACCOUNT-STATUS.                    zbnklnst
005100     SELECT CUSTOMER-FILE                                         zbnklnst
005200            ASSIGN       TO BNKCUST                               zbnklnst
005300            ORGANIZATION IS INDEXED                               zbnklnst
005400            ACCESS MODE  IS RANDOM                                zbnklnst
005500            RECORD KEY   IS BCS-REC-PID                           zbnklnst
005600            FILE STATUS  IS WS-CUSTOMER-STATUS.                   zbnklnst
005700     SELECT TXN-FILE                                              zbnklnst
005800            ASSIGN       TO BNKTXN                                zbnklnst
005900            ORGANIZATION IS INDEXED                               zbnklnst
006000            ACCESS MODE  IS DYNAMIC                               zbnklnst
006100            RECORD KEY   IS BTX-REC-KEY                           zbnklnst
006200            FILE STATUS  IS WS-TXN-STATUS.                        zbnklnst
006300     SELECT LNSC-FILE                                             zbnklnst
006400            ASSIGN       TO BNKLNSC                               zbnklnst
006500            ORGANIZATION IS INDEXED                               zbnklnst
006600            ACCESS MODE  IS DYNAMIC                               zbnklnst
006700            RECORD KEY   IS LS-REC-KEY                            zbnklnst
006800            FILE STATUS  IS WS-LNSC-STATUS.                       zbnklnst
006900     SELECT LNRS-FILE                                             zbnklnst
007000            ASSIGN       TO BNKLNRS                               zbnklnst
007100            ORGANIZATION IS INDEXED                               zbnklnst
007200            ACCESS MODE  IS DYNAMIC                               zbnklnst
007300            RECORD KEY   IS LR-REC-KEY                            zbnklnst
007400            FILE STATUS  IS WS-LNRS-STATUS.                       zbnklnst
007500     SELECT SARC-FILE                                             zbnklnst
007600            ASSIGN       TO BNKSARC                               zbnklnst
007700            ORGANIZATION IS INDEXED                               zbnklnst
007800            ACCESS MODE  IS RANDOM                                zbnklnst
007900            RECORD KEY   IS SA-REC-KEY                            zbnklnst
008000            FILE STATUS  IS WS-SARC-STATUS.                       zbnklnst
008100     SELECT PRINTOUT-FILE                                         zbnklnst
008200            ASSIGN       TO PRINTOUT                              zbnklnst
008300            ORGANIZATION IS SEQUENTIAL                            zbnklnst
008400            ACCESS MODE  IS SEQUENTIAL                            zbnklnst
008500            FILE STATUS  IS WS-PRINTOUT-STATUS.                   zbnklnst
008600     SELECT JOBSUM-FILE                                           zbnklnst
008700            ASSIGN       TO JOBSUM                                zbnklnst
008800            ORGANIZATION IS SEQUENTIAL                            zbnklnst
008900            ACCESS MODE  IS SEQUENTIAL                            zbnklnst
009000            FILE STATUS  IS WS-JOBSUM-STATUS.                     zbnklnst
009100                                                                  zbnklnst
009200 DATA DIVISION.                                                   zbnklnst
009300 FILE SECTION.                                                    zbnklnst
009400                                                                  zbnklnst
009500 FD  LOANM-FILE.                                                  zbnklnst
009600 01  LOANM-FILE-REC.                                              zbnklnst
009700 COPY CBANKVLM.                                                   zbnklnst
009800                                                                  zbnklnst
009900 FD  ACCOUNT-FILE.                                                zbnklnst
010000 01  ACCOUNT-FILE-REC.                                            zbnklnst
010100 COPY CBANKVAC.                                                   zbnklnst
010200                                                                  zbnklnst
010300 FD  CUSTOMER-FILE.                                               zbnklnst
010400 01  CUSTOMER-FILE-REC.                                           zbnklnst
010500 COPY CBANKVCS.                                                   zbnklnst
010600                                                                  zbnklnst
010700 FD  TXN-FILE.                                                    zbnklnst
010800 01  TXN-FILE-REC.                                                zbnklnst
010900 COPY CBANKVTX.                                                   zbnklnst
011000                                                                  zbnklnst
011100 FD  LNSC-FILE.                                                   zbnklnst
011200 01  LNSC-FILE-REC.                                               zbnklnst
011300 COPY CBANKVLS.                                                   zbnklnst
011400                                                                  zbnklnst
011500 FD  LNRS-FILE.                                                   zbnklnst
011600 01  LNRS-FILE-REC.                                               zbnklnst
011700 COPY CBANKVLR.                                                   zbnklnst
011800                                                                  zbnklnst
011900 FD  SARC-FILE.                                                   zbnklnst
012000 01  SARC-FILE-REC.                                               zbnklnst
012100 COPY CBANKVSA.                                                   zbnklnst
012200                                                                  zbnklnst
012300 FD  PRINTOUT-FILE.                                               zbnklnst
012400 01  PRINTOUT-REC                          PIC X(121).            zbnklnst
012500                                                                  zbnklnst
012600 FD  JOBSUM-FILE.                                                 zbnklnst
012700 01  JOBSUM-REC                            PIC X(80).             zbnklnst
012800                                                                  zbnklnst
012900 WORKING-STORAGE SECTION.                                         zbnklnst
013000 01  WS-FILE-STATUSES.                                            zbnklnst
013100   05  WS-LOANM-STATUS.                                           zbnklnst
013200     10  WS-LOANM-STAT1                PIC X(1).                  zbnklnst
013300     10  WS-LOANM-STAT2                PIC X(1).                  zbnklnst
013400   05  WS-ACCOUNT-STATUS.                                         zbnklnst
013500     10  WS-ACCOUNT-STAT1              PIC X(1).                  zbnklnst
013600     10  WS-ACCOUNT-STAT2              PIC X(1).                  zbnklnst
013700   05  WS-CUSTOMER-STATUS.                                        zbnklnst
013800     10  WS-CUSTOMER-STAT1             PIC X(1).                  zbnklnst
013900     10  WS-CUSTOMER-STAT2             PIC X(1).                  zbnklnst
014000   05  WS-TXN-STATUS.                                             zbnklnst
014100     10  WS-TXN-STAT1                  PIC X(1).                  zbnklnst
014200     10  WS-TXN-STAT2                  PIC X(1).                  zbnklnst
014300   05  WS-LNSC-STATUS.                                            zbnklnst
014400     10  WS-LNSC-STAT1                 PIC X(1).                  zbnklnst
014500     10  WS-LNSC-STAT2                 PIC X(1).                  zbnklnst
014600   05  WS-LNRS-STATUS.                                            zbnklnst
014700     10  WS-LNRS-STAT1                 PIC X(1).                  zbnklnst
014800     10  WS-LNRS-STAT2                 PIC X(1).                  zbnklnst
014900   05  WS-SARC-STATUS.                                            zbnklnst
015000     10  WS-SARC-STAT1                 PIC X(1).                  zbnklnst
015100     10  WS-SARC-STAT2                 PIC X(1).                  zbnklnst
015200   05  WS-PRINTOUT-STATUS.                                        zbnklnst
015300     10  WS-PRINTOUT-STAT1             PIC X(1).                  zbnklnst
015400     10  WS-PRINTOUT-STAT2             PIC X(1).                  zbnklnst
015500   05  WS-JOBSUM-STATUS.                                          zbnklnst
015600     10  WS-JOBSUM-STAT1               PIC X(1).                  zbnklnst
015700     10  WS-JOBSUM-STAT2               PIC X(1).                  zbnklnst
015800   05  WS-IO-STATUS.                                              zbnklnst
015900     10  WS-IO-STAT1                   PIC X(1).                  zbnklnst
016000     10  WS-IO-STAT2                   PIC X(1).                  zbnklnst
016100                                                                  zbnklnst
016200   05  WS-TWO-BYTES.                                              zbnklnst
016300     10  WS-TWO-BYTES-LEFT             PIC X(1).                  zbnklnst
016400     10  WS-TWO-BYTES-RIGHT            PIC X(1).                  zbnklnst
016500   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 zbnklnst
016600                                      PIC 9(1) COMP.              zbnklnst
016700                                                                  zbnklnst
016800 01  WS-CONSOLE-MESSAGE                    PIC X(48).             zbnklnst
016900                                                                  zbnklnst
017000 01  WS-DATE-WORK-AREA.                                           zbnklnst
017100 COPY CDATED.                                                     zbnklnst
017200                                                                  zbnklnst
017300 01  WS-TODAY-DATE-N                       PIC 9(8).              zbnklnst
017400 01  WS-TODAY-DATE-PARTS REDEFINES WS-TODAY-DATE-N.               zbnklnst
017500     05  WS-TODAY-CCYY                     PIC 9(4).              zbnklnst
017600     05  WS-TODAY-MM                       PIC 9(2).              zbnklnst
017700     05  WS-TODAY-DD                       PIC 9(2).              zbnklnst
017800 01  WS-RUN-DATE-DISPLAY                   PIC X(11).             zbnklnst
017900 01  WS-RUN-TIME-8                         PIC 9(8).              zbnklnst
018000 01  WS-RUN-TIME                           PIC X(6).              zbnklnst
018100                                                                  zbnklnst
018200 01  WS-SELECT-ALL-SW                      PIC X(3) VALUE 'NO '.  zbnklnst
018300                                                                  zbnklnst
018400******************************************************************zbnklnst
018500* The statement period runs from the same day last month         *zbnklnst
018600* (exclusive) to today (inclusive) - one cycle - so a loan on    *zbnklnst
018700* a fixed cycle day sees every posting exactly once.             *zbnklnst
018800******************************************************************zbnklnst
018900 01  WS-PERIOD-START-N                     PIC 9(8).              zbnklnst
019000 01  WS-PERIOD-START-PARTS REDEFINES WS-PERIOD-START-N.           zbnklnst
019100     05  WS-PERIOD-START-CCYY              PIC 9(4).              zbnklnst
019200     05  WS-PERIOD-START-MM                PIC 9(2).              zbnklnst
019300     05  WS-PERIOD-START-DD                PIC 9(2).              zbnklnst
019400                                                                  zbnklnst
019500 01  WS-MONTH-LENGTHS.                                            zbnklnst
019600     05  FILLER                            PIC 9(2) VALUE 31.     zbnklnst
019700     05  FILLER                            PIC 9(2) VALUE 28.     zbnklnst
019800     05  FILLER                            PIC 9(2) VALUE 31.     zbnklnst
019900     05  FILLER                            PIC 9(2) VALUE 30.     zbnklnst
020000     05  FILLER                            PIC 9(2) VALUE 31.     zbnklnst
020100     05  FILLER                            PIC 9(2) VALUE 30.     zbnklnst
020200     05  FILLER                            PIC 9(2) VALUE 31.     zbnklnst
020300     05  FILLER                            PIC 9(2) VALUE 31.     zbnklnst
020400     05  FILLER                            PIC 9(2) VALUE 30.     zbnklnst
020500     05  FILLER                            PIC 9(2) VALUE 31.     zbnklnst
020600     05  FILLER                            PIC 9(2) VALUE 30.     zbnklnst
020700     05  FILLER                            PIC 9(2) VALUE 31.     zbnklnst
020800 01  WS-MONTH-LENGTHS-TBL REDEFINES WS-MONTH-LENGTHS              zbnklnst
020900                                      PIC 9(2) OCCURS 12 TIMES.   zbnklnst
021000 01  WS-MONTH-DAYS                         PIC 9(2).              zbnklnst
021100 01  WS-CYCLE-DAY                          PIC 9(2).              zbnklnst
021200                                                                  zbnklnst
021300******************************************************************zbnklnst
021400* BNKTXN carries its posting date in display form; it is         *zbnklnst
021500* resolved to CCYYMMDD against the month table to test it        *zbnklnst
021600* against the statement period.                                  *zbnklnst
021700******************************************************************zbnklnst
021800 01  WS-CONV-DATE-11                       PIC X(11).             zbnklnst
021900 01  WS-CONV-DATE-N                        PIC 9(8).              zbnklnst
022000 01  WS-CONV-DATE-PARTS REDEFINES WS-CONV-DATE-N.                 zbnklnst
022100     05  WS-CONV-CCYY                      PIC 9(4).              zbnklnst
022200     05  WS-CONV-MM                        PIC 9(2).              zbnklnst
022300     05  WS-CONV-DD                        PIC 9(2).              zbnklnst
022400 01  WS-CONV-MMM-SEARCH                    PIC X(3).              zbnklnst
022500 01  WS-MONTH-SUB                          PIC 9(2) COMP.         zbnklnst
022600 01  WS-MONTH-NAMES.                                              zbnklnst
022700     05  FILLER                            PIC X(3) VALUE 'JAN'.  zbnklnst
022800     05  FILLER                            PIC X(3) VALUE 'FEB'.  zbnklnst
022900     05  FILLER                            PIC X(3) VALUE 'MAR'.  zbnklnst
023000     05  FILLER                            PIC X(3) VALUE 'APR'.  zbnklnst
023100     05  FILLER                            PIC X(3) VALUE 'MAY'.  zbnklnst
023200     05  FILLER                            PIC X(3) VALUE 'JUN'.  zbnklnst
023300     05  FILLER                            PIC X(3) VALUE 'JUL'.  zbnklnst
023400     05  FILLER                            PIC X(3) VALUE 'AUG'.  zbnklnst
023500     05  FILLER                            PIC X(3) VALUE 'SEP'.  zbnklnst
023600     05  FILLER                            PIC X(3) VALUE 'OCT'.  zbnklnst
023700     05  FILLER                            PIC X(3) VALUE 'NOV'.  zbnklnst
023800     05  FILLER                            PIC X(3) VALUE 'DEC'.  zbnklnst
023900 01  WS-MONTH-NAME-TBL REDEFINES WS-MONTH-NAMES                   zbnklnst
024000                                      PIC X(3) OCCURS 12 TIMES.   zbnklnst
024100                                                                  zbnklnst
024200******************************************************************zbnklnst
024300* Any CCYYMMDD date shown on the statement is edited through     *zbnklnst
024400* here as dd/mm/ccyy.                                            *zbnklnst
024500******************************************************************zbnklnst
024600 01  WS-EDIT-DATE-N                        PIC 9(8).              zbnklnst
024700 01  WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE-N.                 zbnklnst
024800     05  WS-EDIT-CCYY                      PIC 9(4).              zbnklnst
024900     05  WS-EDIT-MM                        PIC 9(2).              zbnklnst
025000     05  WS-EDIT-DD                        PIC 9(2).              zbnklnst
025100 01  WS-EDIT-DATE.                                                zbnklnst
025200     05  WS-EDIT-DATE-DD                   PIC 9(2).              zbnklnst
025300     05  FILLER                            PIC X(1) VALUE '/'.    zbnklnst
025400     05  WS-EDIT-DATE-MM                   PIC 9(2).              zbnklnst
025500     05  FILLER                            PIC X(1) VALUE '/'.    zbnklnst
025600     05  WS-EDIT-DATE-CCYY                 PIC 9(4).              zbnklnst
025700                                                                  zbnklnst
025800******************************************************************zbnklnst
025900* Fields gathered for the loan being stated.                     *zbnklnst
026000******************************************************************zbnklnst
026100 01  WS-TASKN-DISPLAY                      PIC 9(7).              zbnklnst
026200 01  WS-TASKN-TALLY                        PIC 9(3) COMP.         zbnklnst
026300 01  WS-PERIOD-PAID                        PIC S9(7)V99 COMP-3.   zbnklnst
026400 01  WS-PERIOD-INTEREST                    PIC S9(7)V99 COMP-3.   zbnklnst
026500 01  WS-PERIOD-DRAWN                       PIC S9(7)V99 COMP-3.   zbnklnst
026600 01  WS-ARREARS-COUNT                      PIC 9(3).              zbnklnst
026700 01  WS-NEXT-FOUND                         PIC X(3).              zbnklnst
026800 01  WS-NEXT-DUE-DTE                       PIC 9(8).              zbnklnst
026900 01  WS-NEXT-PAYMENT                       PIC S9(7)V99 COMP-3.   zbnklnst
027000 01  WS-PREV-RATE                          PIC S9(3)V9(4) COMP-3. zbnklnst
027100 01  WS-RATE-CHANGED                       PIC X(3).              zbnklnst
027200 01  WS-RATE-CHANGE-DTE                    PIC 9(8).              zbnklnst
027300 01  WS-RATE-CHANGE-OLD                    PIC S9(3)V9(4) COMP-3. zbnklnst
027400 01  WS-RATE-CHANGE-NEW                    PIC S9(3)V9(4) COMP-3. zbnklnst
027500 01  WS-RESTRUCTURES                       PIC 9(3).              zbnklnst
027600 01  WS-LINES-THIS-SECTION                 PIC 9(5).              zbnklnst
027700                                                                  zbnklnst
027800 01  WS-END-OF-LOANM                       PIC X(3) VALUE 'NO '.  zbnklnst
027900                                                                  zbnklnst
028000******************************************************************zbnklnst
028100* Loan statements are archived under the borrower's contact id   *zbnklnst
028200* and today's date like the deposit statement ZBNKPRT1 stores,   *zbnklnst
028300* but from line 50001 upwards, so both can be kept for the same  *zbnklnst
028400* customer and day and DBANK18P pages the loan statement after   *zbnklnst
028500* the deposit one. A customer's loans follow one another.        *zbnklnst
028600******************************************************************zbnklnst
028700 01  WS-SARC-AVAILABLE                     PIC X(3) VALUE 'NO '.  zbnklnst
028800 01  WS-SARC-SEQ                           PIC 9(5) VALUE ZERO.   zbnklnst
028900 01  WS-SARC-FIRST-SEQ                     PIC 9(5) VALUE 50000.  zbnklnst
029000 01  WS-CURRENT-CONTACT                    PIC X(5) VALUE SPACES. zbnklnst
029100                                                                  zbnklnst
029200******************************************************************zbnklnst
029300* Run counters, reported on the job summary at the end of the    *zbnklnst
029400* run.                                                           *zbnklnst
029500******************************************************************zbnklnst
029600 01  WS-LOANS-READ                         PIC 9(5) VALUE ZERO.   zbnklnst
029700 01  WS-LOANS-NOT-DUE                      PIC 9(5) VALUE ZERO.   zbnklnst
029800 01  WS-STATEMENTS-PRINTED                 PIC 9(5) VALUE ZERO.   zbnklnst
029900 01  WS-LINES-ARCHIVED                     PIC 9(7) VALUE ZERO.   zbnklnst
030000                                                                  zbnklnst
030100******************************************************************zbnklnst
030200* Statement print lines. Column 1 is the carriage control        *zbnklnst
030300* character, as on the deposit statement.                        *zbnklnst
030400******************************************************************zbnklnst
030500 01  WS-PRINT-LINES.                                              zbnklnst
030600   05  WS-LINE-HEAD1.                                             zbnklnst
030700     10  FILLER                            PIC X(1) VALUE '1'.    zbnklnst
030800     10  FILLER                            PIC X(40) VALUE SPACES.zbnklnst
030900     10  FILLER                            PIC X(21)              zbnklnst
031000         VALUE 'Micro Focus Demo Bank'.                           zbnklnst
031100   05  WS-LINE-HEAD2.                                             zbnklnst
031200     10  FILLER                            PIC X(1) VALUE ' '.    zbnklnst
031300     10  FILLER                            PIC X(40) VALUE SPACES.zbnklnst
031400     10  FILLER                            PIC X(14)              zbnklnst
031500         VALUE 'Loan Statement'.                                  zbnklnst
031600   05  WS-LINE-ADDR.                                              zbnklnst
031700     10  WS-LINE-ADDR-CC                   PIC X(1).              zbnklnst
031800     10  WS-LINE-ADDR-TEXT                 PIC X(25).             zbnklnst
031900     10  FILLER                            PIC X(53) VALUE SPACES.zbnklnst
032000     10  WS-LINE-ADDR-DATE                 PIC X(24).             zbnklnst
032100   05  WS-LINE-LOAN.                                              zbnklnst
032200     10  FILLER                            PIC X(1) VALUE '0'.    zbnklnst
032300     10  FILLER                            PIC X(5) VALUE 'Loan '.zbnklnst
032400     10  WS-LINE-LOAN-TASKN                PIC 9(7).              zbnklnst
032500     10  FILLER                            PIC X(22)              zbnklnst
032600         VALUE '   Repayment account '.                           zbnklnst
032700     10  WS-LINE-LOAN-ACCNO                PIC X(9).              zbnklnst
032800     10  FILLER                            PIC X(9)               zbnklnst
032900         VALUE '   Rate '.                                        zbnklnst
033000     10  WS-LINE-LOAN-RATE                 PIC ZZ9.9999.          zbnklnst
033100     10  FILLER                            PIC X(10)              zbnklnst
033200         VALUE '%   Term '.                                       zbnklnst
033300     10  WS-LINE-LOAN-TERM                 PIC ZZ9.               zbnklnst
033400     10  FILLER                            PIC X(7)               zbnklnst
033500         VALUE ' months'.                                         zbnklnst
033600   05  WS-LINE-PERIOD.                                            zbnklnst
033700     10  FILLER                            PIC X(1) VALUE ' '.    zbnklnst
033800     10  FILLER                            PIC X(17)              zbnklnst
033900         VALUE 'Statement period '.                               zbnklnst
034000     10  WS-LINE-PERIOD-FROM               PIC X(10).             zbnklnst
034100     10  FILLER                            PIC X(4) VALUE ' to '. zbnklnst
034200     10  WS-LINE-PERIOD-TO                 PIC X(10).             zbnklnst
034300   05  WS-LINE-SECTION.                                           zbnklnst
034400     10  FILLER                            PIC X(1) VALUE '0'.    zbnklnst
034500     10  WS-LINE-SECTION-TEXT              PIC X(60).             zbnklnst
034600   05  WS-LINE-TXN.                                               zbnklnst
034700     10  FILLER                            PIC X(1) VALUE ' '.    zbnklnst
034800     10  FILLER                            PIC X(2) VALUE SPACES. zbnklnst
034900     10  WS-LINE-TXN-DATE                  PIC X(11).             zbnklnst
035000     10  FILLER                            PIC X(3) VALUE SPACES. zbnklnst
035100     10  WS-LINE-TXN-DESC                  PIC X(25).             zbnklnst
035200     10  FILLER                            PIC X(3) VALUE SPACES. zbnklnst
035300     10  WS-LINE-TXN-AMOUNT                PIC Z,ZZZ,ZZ9.99-.     zbnklnst
035400   05  WS-LINE-INST.                                              zbnklnst
035500     10  FILLER                            PIC X(1) VALUE ' '.    zbnklnst
035600     10  FILLER                            PIC X(13)              zbnklnst
035700         VALUE '  Instalment '.                                   zbnklnst
035800     10  WS-LINE-INST-NO                   PIC ZZ9.               zbnklnst
035900     10  FILLER                            PIC X(5) VALUE ' due '.zbnklnst
036000     10  WS-LINE-INST-DUE                  PIC X(10).             zbnklnst
036100     10  FILLER                            PIC X(2) VALUE SPACES. zbnklnst
036200     10  WS-LINE-INST-STATUS               PIC X(16).             zbnklnst
036300     10  FILLER                            PIC X(10)              zbnklnst
036400         VALUE 'Interest '.                                       zbnklnst
036500     10  WS-LINE-INST-INTEREST             PIC Z,ZZZ,ZZ9.99.      zbnklnst
036600     10  FILLER                            PIC X(12)              zbnklnst
036700         VALUE '  Principal '.                                    zbnklnst
036800     10  WS-LINE-INST-PRINCIPAL            PIC Z,ZZZ,ZZ9.99.      zbnklnst
036900   05  WS-LINE-CHANGE.                                            zbnklnst
037000     10  FILLER                            PIC X(1) VALUE ' '.    zbnklnst
037100     10  FILLER                            PIC X(2) VALUE SPACES. zbnklnst
037200     10  WS-LINE-CHANGE-TEXT               PIC X(118).            zbnklnst
037300   05  WS-LINE-TOTAL.                                             zbnklnst
037400     10  FILLER                            PIC X(1) VALUE ' '.    zbnklnst
037500     10  FILLER                            PIC X(2) VALUE SPACES. zbnklnst
037600     10  WS-LINE-TOTAL-LABEL               PIC X(32).             zbnklnst
037700     10  WS-LINE-TOTAL-AMOUNT              PIC Z,ZZZ,ZZ9.99-.     zbnklnst
037800                                                                  zbnklnst
037900 01  WS-EDIT-RATE-1                        PIC ZZ9.9999.          zbnklnst
038000 01  WS-EDIT-RATE-2                        PIC ZZ9.9999.          zbnklnst
038100 01  WS-EDIT-AMOUNT-1                      PIC Z,ZZZ,ZZ9.99.      zbnklnst
038200 01  WS-EDIT-AMOUNT-2                      PIC Z,ZZZ,ZZ9.99.      zbnklnst
038300 01  WS-EDIT-TERM-1                        PIC ZZ9.               zbnklnst
038400 01  WS-EDIT-TERM-2                        PIC ZZ9.               zbnklnst
038500 01  WS-EDIT-COUNT                         PIC ZZ9.               zbnklnst
038600                                                                  zbnklnst
038700 LINKAGE SECTION.                                                 zbnklnst
038800 01  LK-EXEC-PARM.                                                zbnklnst
038900   05  LK-EXEC-PARM-LL                     PIC S9(4) COMP.        zbnklnst
039000   05  LK-EXEC-PARM-DATA                   PIC X(3).              zbnklnst
039100                                                                  zbnklnst
039200 PROCEDURE DIVISION USING LK-EXEC-PARM.                           zbnklnst
039300                                                                  zbnklnst
039400     PERFORM GET-RUN-DATE.                                        zbnklnst
039500     IF LK-EXEC-PARM-LL IS GREATER THAN ZERO AND                  zbnklnst
039600        LK-EXEC-PARM-DATA IS EQUAL TO 'ALL'                       zbnklnst
039700        MOVE 'YES' TO WS-SELECT-ALL-SW                            zbnklnst
039800     END-IF.                                                      zbnklnst
039900                                                                  zbnklnst
040000     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           zbnklnst
040100     STRING 'Loan statement run for ' DELIMITED BY SIZE           zbnklnst
040200            WS-RUN-DATE-DISPLAY DELIMITED BY SIZE                 zbnklnst
040300       INTO WS-CONSOLE-MESSAGE.                                   zbnklnst
040400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnklnst
040500                                                                  zbnklnst
040600     PERFORM LOANM-OPEN.                                          zbnklnst
040700     PERFORM ACCOUNT-OPEN.                                        zbnklnst
040800     PERFORM CUSTOMER-OPEN.                                       zbnklnst
040900     PERFORM TXN-OPEN.                                            zbnklnst
041000     PERFORM LNSC-OPEN.                                           zbnklnst
041100     PERFORM LNRS-OPEN.                                           zbnklnst
041200     PERFORM SARC-OPEN.                                           zbnklnst
041300     PERFORM PRINTOUT-OPEN.                                       zbnklnst
041400                                                                  zbnklnst
041500     MOVE 'NO ' TO WS-END-OF-LOANM.                               zbnklnst
041600     PERFORM LOANM-GET.                                           zbnklnst
041700     PERFORM UNTIL WS-END-OF-LOANM = 'YES'                        zbnklnst
041800        ADD 1 TO WS-LOANS-READ                                    zbnklnst
041900        PERFORM STATE-ONE-LOAN                                    zbnklnst
042000             THRU STATE-ONE-LOAN-EXIT                             zbnklnst
042100        PERFORM LOANM-GET                                         zbnklnst
042200     END-PERFORM.                                                 zbnklnst
042300                                                                  zbnklnst
042400     PERFORM LOANM-CLOSE.                                         zbnklnst
042500     PERFORM ACCOUNT-CLOSE.                                       zbnklnst
042600     PERFORM CUSTOMER-CLOSE.                                      zbnklnst
042700     PERFORM TXN-CLOSE.                                           zbnklnst
042800     PERFORM LNSC-CLOSE.                                          zbnklnst
042900     PERFORM LNRS-CLOSE.                                          zbnklnst
043000     PERFORM SARC-CLOSE.                                          zbnklnst
043100     PERFORM PRINTOUT-CLOSE.                                      zbnklnst
043200                                                                  zbnklnst
043300     PERFORM PRINT-JOB-SUMMARY.                                   zbnklnst
043400                                                                  zbnklnst
043500     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     zbnklnst
043600     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnklnst
043700     MOVE 0 TO RETURN-CODE.                                       zbnklnst
043800     GOBACK.                                                      zbnklnst
043900                                                                  zbnklnst
044000******************************************************************zbnklnst
044100* GET-RUN-DATE                                                   *zbnklnst
044200* Obtains today's date, in both numeric and display form, the    *zbnklnst
044300* current time, the length of this month and the start of the    *zbnklnst
044400* statement period.                                              *zbnklnst
044500******************************************************************zbnklnst
044600 GET-RUN-DATE.                                                    zbnklnst
044700     ACCEPT WS-TODAY-DATE-N FROM DATE YYYYMMDD.                   zbnklnst
044800     MOVE WS-MONTH-LENGTHS-TBL (WS-TODAY-MM) TO WS-MONTH-DAYS.    zbnklnst
044900     IF WS-TODAY-MM IS EQUAL TO 2                                 zbnklnst
045000        IF FUNCTION MOD (WS-TODAY-CCYY, 4) IS EQUAL TO 0          zbnklnst
045100           AND (FUNCTION MOD (WS-TODAY-CCYY, 100)                 zbnklnst
045200                IS NOT EQUAL TO 0                                 zbnklnst
045300             OR FUNCTION MOD (WS-TODAY-CCYY, 400)                 zbnklnst
045400                IS EQUAL TO 0)                                    zbnklnst
045500           MOVE 29 TO WS-MONTH-DAYS                               zbnklnst
045600        END-IF                                                    zbnklnst
045700     END-IF.                                                      zbnklnst
045800     MOVE WS-TODAY-DATE-N TO WS-PERIOD-START-N.                   zbnklnst
045900     IF WS-PERIOD-START-MM IS EQUAL TO 1                          zbnklnst
046000        MOVE 12 TO WS-PERIOD-START-MM                             zbnklnst
046100        SUBTRACT 1 FROM WS-PERIOD-START-CCYY                      zbnklnst
046200     ELSE                                                         zbnklnst
046300        SUBTRACT 1 FROM WS-PERIOD-START-MM                        zbnklnst
046400     END-IF.                                                      zbnklnst
046500     MOVE SPACES TO DD-INPUT-TYPE.                                zbnklnst
046600     SET DDI-ISO TO TRUE.                                         zbnklnst
046700     MOVE SPACES TO DDI-DATA.                                     zbnklnst
046800     STRING WS-TODAY-CCYY DELIMITED BY SIZE                       zbnklnst
046900            '-'           DELIMITED BY SIZE                       zbnklnst
047000            WS-TODAY-MM   DELIMITED BY SIZE                       zbnklnst
047100            '-'           DELIMITED BY SIZE                       zbnklnst
047200            WS-TODAY-DD   DELIMITED BY SIZE                       zbnklnst
047300       INTO DDI-DATA.                                             zbnklnst
047400     MOVE SPACES TO DD-OUTPUT-TYPE.                               zbnklnst
047500     SET DDO-DD-MMM-YYYY TO TRUE.                                 zbnklnst
047600     SET DD-ENV-NULL TO TRUE.                                     zbnklnst
047700     CALL 'UDATECNV' USING WS-DATE-WORK-AREA.                     zbnklnst
047800     MOVE DDO-DATA TO WS-RUN-DATE-DISPLAY.                        zbnklnst
047900     ACCEPT WS-RUN-TIME-8 FROM TIME.                              zbnklnst
048000     MOVE WS-RUN-TIME-8(1:6) TO WS-RUN-TIME.                      zbnklnst
048100 GET-RUN-DATE-EXIT.                                               zbnklnst
048200     EXIT.                                                        zbnklnst
048300                                                                  zbnklnst
048400******************************************************************zbnklnst
048500* A loan is stated when it is still on the books and its         *zbnklnst
048600* repayment account's cycle day is today (or under PARM=ALL).    *zbnklnst
048700* An account with no cycle day set is stated on the 1st, and a   *zbnklnst
048800* cycle day past the end of a short month falls on its last day. *zbnklnst
048900******************************************************************zbnklnst
049000 STATE-ONE-LOAN.                                                  zbnklnst
049100     IF NOT LM-REC-ACTIVE AND                                     zbnklnst
049200        NOT LM-REC-SUSPENDED                                      zbnklnst
049300        GO TO STATE-ONE-LOAN-EXIT                                 zbnklnst
049400     END-IF.                                                      zbnklnst
049500     MOVE LM-REC-ACCNO TO BAC-REC-ACCNO.                          zbnklnst
049600     PERFORM ACCOUNT-READ.                                        zbnklnst
049700     IF WS-ACCOUNT-STATUS NOT = '00'                              zbnklnst
049800        MOVE ZERO TO BAC-REC-STMT-CYCLE                           zbnklnst
049900     END-IF.                                                      zbnklnst
050000     IF WS-SELECT-ALL-SW NOT = 'YES'                              zbnklnst
050100        IF BAC-REC-STMT-CYCLE IS NUMERIC AND                      zbnklnst
050200           BAC-REC-STMT-CYCLE IS GREATER THAN ZERO                zbnklnst
050300           MOVE BAC-REC-STMT-CYCLE TO WS-CYCLE-DAY                zbnklnst
050400           IF WS-CYCLE-DAY IS GREATER THAN WS-MONTH-DAYS          zbnklnst
050500              MOVE WS-MONTH-DAYS TO WS-CYCLE-DAY                  zbnklnst
050600           END-IF                                                 zbnklnst
050700        ELSE                                                      zbnklnst
050800           MOVE 1 TO WS-CYCLE-DAY                                 zbnklnst
050900        END-IF                                                    zbnklnst
051000        IF WS-CYCLE-DAY IS NOT EQUAL TO WS-TODAY-DD               zbnklnst
051100           ADD 1 TO WS-LOANS-NOT-DUE                              zbnklnst
051200           GO TO STATE-ONE-LOAN-EXIT                              zbnklnst
051300        END-IF                                                    zbnklnst
051400     END-IF.                                                      zbnklnst
051500     IF LM-REC-CONTACT-ID IS NOT EQUAL TO WS-CURRENT-CONTACT      zbnklnst
051600        MOVE LM-REC-CONTACT-ID TO WS-CURRENT-CONTACT              zbnklnst
051700        MOVE WS-SARC-FIRST-SEQ TO WS-SARC-SEQ                     zbnklnst
051800     END-IF.                                                      zbnklnst
051900     MOVE LM-REC-TASKN TO WS-TASKN-DISPLAY.                       zbnklnst
052000     MOVE ZERO TO WS-PERIOD-PAID.                                 zbnklnst
052100     MOVE ZERO TO WS-PERIOD-INTEREST.                             zbnklnst
052200     MOVE ZERO TO WS-PERIOD-DRAWN.                                zbnklnst
052300     MOVE ZERO TO WS-ARREARS-COUNT.                               zbnklnst
052400     MOVE ZERO TO WS-RESTRUCTURES.                                zbnklnst
052500     MOVE 'NO ' TO WS-NEXT-FOUND.                                 zbnklnst
052600     MOVE 'NO ' TO WS-RATE-CHANGED.                               zbnklnst
052700     PERFORM PRINT-STATEMENT-HEADING.                             zbnklnst
052800     PERFORM LIST-LOAN-POSTINGS                                   zbnklnst
052900         THRU LIST-LOAN-POSTINGS-EXIT.                            zbnklnst
053000     PERFORM LIST-INSTALMENTS                                     zbnklnst
053100         THRU LIST-INSTALMENTS-EXIT.                              zbnklnst
053200     PERFORM LIST-LOAN-CHANGES                                    zbnklnst
053300         THRU LIST-LOAN-CHANGES-EXIT.                             zbnklnst
053400     PERFORM PRINT-STATEMENT-TOTALS.                              zbnklnst
053500     ADD 1 TO WS-STATEMENTS-PRINTED.                              zbnklnst
053600 STATE-ONE-LOAN-EXIT.                                             zbnklnst
053700     EXIT.                                                        zbnklnst
053800                                                                  zbnklnst
053900******************************************************************zbnklnst
054000* Bank heading, the borrower's name and address, and the loan's  *zbnklnst
054100* current terms.                                                 *zbnklnst
054200******************************************************************zbnklnst
054300 PRINT-STATEMENT-HEADING.                                         zbnklnst
054400     MOVE LM-REC-CONTACT-ID TO BCS-REC-PID.                       zbnklnst
054500     PERFORM CUSTOMER-READ.                                       zbnklnst
054600     IF WS-CUSTOMER-STATUS NOT = '00'                             zbnklnst
054700        MOVE SPACES TO BCS-REC-NAME                               zbnklnst
054800        MOVE SPACES TO BCS-REC-ADDR1                              zbnklnst
054900        MOVE SPACES TO BCS-REC-ADDR2                              zbnklnst
055000        MOVE SPACES TO BCS-REC-PSTCDE                             zbnklnst
055100     END-IF.                                                      zbnklnst
055200     MOVE WS-LINE-HEAD1 TO PRINTOUT-REC.                          zbnklnst
055300     PERFORM PRINTOUT-PUT.                                        zbnklnst
055400     MOVE WS-LINE-HEAD2 TO PRINTOUT-REC.                          zbnklnst
055500     PERFORM PRINTOUT-PUT.                                        zbnklnst
055600     MOVE '0' TO WS-LINE-ADDR-CC.                                 zbnklnst
055700     MOVE BCS-REC-NAME TO WS-LINE-ADDR-TEXT.                      zbnklnst
055800     MOVE SPACES TO WS-LINE-ADDR-DATE.                            zbnklnst
055900     STRING 'Statement date ' DELIMITED BY SIZE                   zbnklnst
056000            WS-RUN-DATE-DISPLAY DELIMITED BY SIZE                 zbnklnst
056100       INTO WS-LINE-ADDR-DATE.                                    zbnklnst
056200     MOVE WS-LINE-ADDR TO PRINTOUT-REC.                           zbnklnst
056300     PERFORM PRINTOUT-PUT.                                        zbnklnst
056400     MOVE ' ' TO WS-LINE-ADDR-CC.                                 zbnklnst
056500     MOVE SPACES TO WS-LINE-ADDR-DATE.                            zbnklnst
056600     MOVE BCS-REC-ADDR1 TO WS-LINE-ADDR-TEXT.                     zbnklnst
056700     MOVE WS-LINE-ADDR TO PRINTOUT-REC.                           zbnklnst
056800     PERFORM PRINTOUT-PUT.                                        zbnklnst
056900     MOVE BCS-REC-ADDR2 TO WS-LINE-ADDR-TEXT.                     zbnklnst
057000     MOVE WS-LINE-ADDR TO PRINTOUT-REC.                           zbnklnst
057100     PERFORM PRINTOUT-PUT.                                        zbnklnst
057200     MOVE BCS-REC-PSTCDE TO WS-LINE-ADDR-TEXT.                    zbnklnst
057300     MOVE WS-LINE-ADDR TO PRINTOUT-REC.                           zbnklnst
057400     PERFORM PRINTOUT-PUT.                                        zbnklnst
057500     MOVE LM-REC-TASKN TO WS-LINE-LOAN-TASKN.                     zbnklnst
057600     MOVE LM-REC-ACCNO TO WS-LINE-LOAN-ACCNO.                     zbnklnst
057700     MOVE LM-REC-RATE TO WS-LINE-LOAN-RATE.                       zbnklnst
057800     MOVE LM-REC-TERM-MONTHS TO WS-LINE-LOAN-TERM.                zbnklnst
057900     MOVE WS-LINE-LOAN TO PRINTOUT-REC.                           zbnklnst
058000     PERFORM PRINTOUT-PUT.                                        zbnklnst
058100     MOVE WS-PERIOD-START-N TO WS-EDIT-DATE-N.                    zbnklnst
058200     PERFORM EDIT-STATEMENT-DATE.                                 zbnklnst
058300     MOVE WS-EDIT-DATE TO WS-LINE-PERIOD-FROM.                    zbnklnst
058400     MOVE WS-TODAY-DATE-N TO WS-EDIT-DATE-N.                      zbnklnst
058500     PERFORM EDIT-STATEMENT-DATE.                                 zbnklnst
058600     MOVE WS-EDIT-DATE TO WS-LINE-PERIOD-TO.                      zbnklnst
058700     MOVE WS-LINE-PERIOD TO PRINTOUT-REC.                         zbnklnst
058800     PERFORM PRINTOUT-PUT.                                        zbnklnst
058900                                                                  zbnklnst
059000******************************************************************zbnklnst
059100* The disbursement and repayment postings on the repayment       *zbnklnst
059200* account that carry this loan's number and were posted in the   *zbnklnst
059300* statement period.                                              *zbnklnst
059400******************************************************************zbnklnst
059500 LIST-LOAN-POSTINGS.                                              zbnklnst
059600     MOVE 'Payments and drawings this period' TO                  zbnklnst
059700          WS-LINE-SECTION-TEXT.                                   zbnklnst
059800     MOVE WS-LINE-SECTION TO PRINTOUT-REC.                        zbnklnst
059900     PERFORM PRINTOUT-PUT.                                        zbnklnst
060000     MOVE ZERO TO WS-LINES-THIS-SECTION.                          zbnklnst
060100     MOVE LOW-VALUES TO BTX-REC-KEY.                              zbnklnst
060200     MOVE LM-REC-ACCNO TO BTX-REC-ACCNO.                          zbnklnst
060300     START TXN-FILE KEY IS NOT LESS THAN BTX-REC-KEY.             zbnklnst
060400     IF WS-TXN-STATUS NOT = '00'                                  zbnklnst
060500        GO TO LIST-LOAN-POSTINGS-DONE                             zbnklnst
060600     END-IF.                                                      zbnklnst
060700 LIST-LOAN-POSTINGS-LOOP.                                         zbnklnst
060800     READ TXN-FILE NEXT RECORD.                                   zbnklnst
060900     IF WS-TXN-STATUS NOT = '00' OR                               zbnklnst
061000        BTX-REC-ACCNO IS NOT EQUAL TO LM-REC-ACCNO                zbnklnst
061100        GO TO LIST-LOAN-POSTINGS-DONE                             zbnklnst
061200     END-IF.                                                      zbnklnst
061300     IF BTX-REC-TYPE IS NOT EQUAL TO 'LNP' AND                    zbnklnst
061400        BTX-REC-TYPE IS NOT EQUAL TO 'LND'                        zbnklnst
061500        GO TO LIST-LOAN-POSTINGS-LOOP                             zbnklnst
061600     END-IF.                                                      zbnklnst
061700     MOVE ZERO TO WS-TASKN-TALLY.                                 zbnklnst
061800     INSPECT BTX-REC-DESC TALLYING WS-TASKN-TALLY                 zbnklnst
061900         FOR ALL WS-TASKN-DISPLAY.                                zbnklnst
062000     IF WS-TASKN-TALLY IS EQUAL TO ZERO                           zbnklnst
062100        GO TO LIST-LOAN-POSTINGS-LOOP                             zbnklnst
062200     END-IF.                                                      zbnklnst
062300     PERFORM PARSE-POSTING-DATE                                   zbnklnst
062400         THRU PARSE-POSTING-DATE-EXIT.                            zbnklnst
062500     IF WS-CONV-DATE-N IS NOT GREATER THAN WS-PERIOD-START-N OR   zbnklnst
062600        WS-CONV-DATE-N IS GREATER THAN WS-TODAY-DATE-N            zbnklnst
062700        GO TO LIST-LOAN-POSTINGS-LOOP                             zbnklnst
062800     END-IF.                                                      zbnklnst
062900     IF BTX-REC-TYPE IS EQUAL TO 'LNP'                            zbnklnst
063000        SUBTRACT BTX-REC-AMOUNT FROM WS-PERIOD-PAID               zbnklnst
063100     ELSE                                                         zbnklnst
063200        ADD BTX-REC-AMOUNT TO WS-PERIOD-DRAWN                     zbnklnst
063300     END-IF.                                                      zbnklnst
063400     MOVE BTX-REC-DATE TO WS-LINE-TXN-DATE.                       zbnklnst
063500     MOVE BTX-REC-DESC TO WS-LINE-TXN-DESC.                       zbnklnst
063600     MOVE BTX-REC-AMOUNT TO WS-LINE-TXN-AMOUNT.                   zbnklnst
063700     MOVE WS-LINE-TXN TO PRINTOUT-REC.                            zbnklnst
063800     PERFORM PRINTOUT-PUT.                                        zbnklnst
063900     ADD 1 TO WS-LINES-THIS-SECTION.                              zbnklnst
064000     GO TO LIST-LOAN-POSTINGS-LOOP.                               zbnklnst
064100 LIST-LOAN-POSTINGS-DONE.                                         zbnklnst
064200     IF WS-LINES-THIS-SECTION IS EQUAL TO ZERO                    zbnklnst
064300        MOVE SPACES TO WS-LINE-CHANGE-TEXT                        zbnklnst
064400        MOVE 'No payments received in this period'                zbnklnst
064500          TO WS-LINE-CHANGE-TEXT                                  zbnklnst
064600        MOVE WS-LINE-CHANGE TO PRINTOUT-REC                       zbnklnst
064700        PERFORM PRINTOUT-PUT                                      zbnklnst
064800     END-IF.                                                      zbnklnst
064900 LIST-LOAN-POSTINGS-EXIT.                                         zbnklnst
065000     EXIT.                                                        zbnklnst
065100                                                                  zbnklnst
065200******************************************************************zbnklnst
065300* Walk the BNKLNSC repayment schedule. Instalments collected in  *zbnklnst
065400* the period, and those due in the period but missed, are        *zbnklnst
065500* listed with the interest each charged; arrears are counted     *zbnklnst
065600* over the life of the loan; the first unpaid instalment is the  *zbnklnst
065700* next payment due. A schedule re-struck in the period at a      *zbnklnst
065800* different rate than the instalment before it is a rate change. *zbnklnst
065900******************************************************************zbnklnst
066000 LIST-INSTALMENTS.                                                zbnklnst
066100     MOVE 'Instalments this period' TO WS-LINE-SECTION-TEXT.      zbnklnst
066200     MOVE WS-LINE-SECTION TO PRINTOUT-REC.                        zbnklnst
066300     PERFORM PRINTOUT-PUT.                                        zbnklnst
066400     MOVE ZERO TO WS-LINES-THIS-SECTION.                          zbnklnst
066500     MOVE LM-REC-RATE TO WS-PREV-RATE.                            zbnklnst
066600     MOVE LM-REC-CONTACT-ID TO LS-REC-CONTACT-ID.                 zbnklnst
066700     MOVE LM-REC-TASKN TO LS-REC-TASKN.                           zbnklnst
066800     MOVE ZERO TO LS-REC-INST-NO.                                 zbnklnst
066900     START LNSC-FILE KEY IS NOT LESS THAN LS-REC-KEY.             zbnklnst
067000     IF WS-LNSC-STATUS NOT = '00'                                 zbnklnst
067100        GO TO LIST-INSTALMENTS-DONE                               zbnklnst
067200     END-IF.                                                      zbnklnst
067300 LIST-INSTALMENTS-LOOP.                                           zbnklnst
067400     READ LNSC-FILE NEXT RECORD.                                  zbnklnst
067500     IF WS-LNSC-STATUS NOT = '00' OR                              zbnklnst
067600        LS-REC-CONTACT-ID IS NOT EQUAL TO LM-REC-CONTACT-ID OR    zbnklnst
067700        LS-REC-TASKN IS NOT EQUAL TO LM-REC-TASKN                 zbnklnst
067800        GO TO LIST-INSTALMENTS-DONE                               zbnklnst
067900     END-IF.                                                      zbnklnst
068000     IF LS-REC-IN-ARREARS                                         zbnklnst
068100        ADD 1 TO WS-ARREARS-COUNT                                 zbnklnst
068200     END-IF.                                                      zbnklnst
068300     IF LS-REC-UNPAID AND                                         zbnklnst
068400        WS-NEXT-FOUND = 'NO '                                     zbnklnst
068500        MOVE 'YES' TO WS-NEXT-FOUND                               zbnklnst
068600        MOVE LS-REC-DUE-DTE TO WS-NEXT-DUE-DTE                    zbnklnst
068700        MOVE LS-REC-PAYMENT TO WS-NEXT-PAYMENT                    zbnklnst
068800        IF LS-REC-SCHEDULED-DTE IS GREATER THAN                   zbnklnst
068900           WS-PERIOD-START-N AND                                  zbnklnst
069000           LS-REC-RATE IS NOT EQUAL TO WS-PREV-RATE AND           zbnklnst
069100           LS-REC-INST-NO IS GREATER THAN 1                       zbnklnst
069200           MOVE 'YES' TO WS-RATE-CHANGED                          zbnklnst
069300           MOVE LS-REC-SCHEDULED-DTE TO WS-RATE-CHANGE-DTE        zbnklnst
069400           MOVE WS-PREV-RATE TO WS-RATE-CHANGE-OLD                zbnklnst
069500           MOVE LS-REC-RATE TO WS-RATE-CHANGE-NEW                 zbnklnst
069600        END-IF                                                    zbnklnst
069700     END-IF.                                                      zbnklnst
069800     MOVE LS-REC-RATE TO WS-PREV-RATE.                            zbnklnst
069900     IF LS-REC-PAID AND                                           zbnklnst
070000        LS-REC-PAID-DTE IS GREATER THAN WS-PERIOD-START-N AND     zbnklnst
070100        LS-REC-PAID-DTE IS NOT GREATER THAN WS-TODAY-DATE-N       zbnklnst
070200        MOVE 'paid' TO WS-LINE-INST-STATUS                        zbnklnst
070300        PERFORM PRINT-INSTALMENT-LINE                             zbnklnst
070400        GO TO LIST-INSTALMENTS-LOOP                               zbnklnst
070500     END-IF.                                                      zbnklnst
070600     IF LS-REC-IN-ARREARS AND                                     zbnklnst
070700        LS-REC-DUE-DTE IS GREATER THAN WS-PERIOD-START-N AND      zbnklnst
070800        LS-REC-DUE-DTE IS NOT GREATER THAN WS-TODAY-DATE-N        zbnklnst
070900        MOVE 'missed - arrears' TO WS-LINE-INST-STATUS            zbnklnst
071000        PERFORM PRINT-INSTALMENT-LINE                             zbnklnst
071100     END-IF.                                                      zbnklnst
071200     GO TO LIST-INSTALMENTS-LOOP.                                 zbnklnst
071300 LIST-INSTALMENTS-DONE.                                           zbnklnst
071400     IF WS-LINES-THIS-SECTION IS EQUAL TO ZERO                    zbnklnst
071500        MOVE SPACES TO WS-LINE-CHANGE-TEXT                        zbnklnst
071600        MOVE 'No instalments fell due in this period'             zbnklnst
071700          TO WS-LINE-CHANGE-TEXT                                  zbnklnst
071800        MOVE WS-LINE-CHANGE TO PRINTOUT-REC                       zbnklnst
071900        PERFORM PRINTOUT-PUT                                      zbnklnst
072000     END-IF.                                                      zbnklnst
072100 LIST-INSTALMENTS-EXIT.                                           zbnklnst
072200     EXIT.                                                        zbnklnst
072300                                                                  zbnklnst
072400 PRINT-INSTALMENT-LINE.                                           zbnklnst
072500     ADD LS-REC-INTEREST TO WS-PERIOD-INTEREST.                   zbnklnst
072600     MOVE LS-REC-INST-NO TO WS-LINE-INST-NO.                      zbnklnst
072700     MOVE LS-REC-DUE-DTE TO WS-EDIT-DATE-N.                       zbnklnst
072800     PERFORM EDIT-STATEMENT-DATE.                                 zbnklnst
072900     MOVE WS-EDIT-DATE TO WS-LINE-INST-DUE.                       zbnklnst
073000     MOVE LS-REC-INTEREST TO WS-LINE-INST-INTEREST.               zbnklnst
073100     MOVE LS-REC-PRINCIPAL TO WS-LINE-INST-PRINCIPAL.             zbnklnst
073200     MOVE WS-LINE-INST TO PRINTOUT-REC.                           zbnklnst
073300     PERFORM PRINTOUT-PUT.                                        zbnklnst
073400     ADD 1 TO WS-LINES-THIS-SECTION.                              zbnklnst
073500                                                                  zbnklnst
073600******************************************************************zbnklnst
073700* Restructures applied to the loan in the period, from their     *zbnklnst
073800* before and after terms on BNKLNRS, then any rate change the    *zbnklnst
073900* schedule showed that a restructure does not already explain.   *zbnklnst
074000******************************************************************zbnklnst
074100 LIST-LOAN-CHANGES.                                               zbnklnst
074200     MOVE 'Changes to your loan this period' TO                   zbnklnst
074300          WS-LINE-SECTION-TEXT.                                   zbnklnst
074400     MOVE WS-LINE-SECTION TO PRINTOUT-REC.                        zbnklnst
074500     PERFORM PRINTOUT-PUT.                                        zbnklnst
074600     MOVE ZERO TO WS-LINES-THIS-SECTION.                          zbnklnst
074700     MOVE LM-REC-CONTACT-ID TO LR-REC-CONTACT-ID.                 zbnklnst
074800     MOVE LM-REC-TASKN TO LR-REC-TASKN.                           zbnklnst
074900     MOVE ZERO TO LR-REC-PROPOSE-DTE.                             zbnklnst
075000     START LNRS-FILE KEY IS NOT LESS THAN LR-REC-KEY.             zbnklnst
075100     IF WS-LNRS-STATUS NOT = '00'                                 zbnklnst
075200        GO TO LIST-LOAN-CHANGES-RATE                              zbnklnst
075300     END-IF.                                                      zbnklnst
075400 LIST-LOAN-CHANGES-LOOP.                                          zbnklnst
075500     READ LNRS-FILE NEXT RECORD.                                  zbnklnst
075600     IF WS-LNRS-STATUS NOT = '00' OR                              zbnklnst
075700        LR-REC-CONTACT-ID IS NOT EQUAL TO LM-REC-CONTACT-ID OR    zbnklnst
075800        LR-REC-TASKN IS NOT EQUAL TO LM-REC-TASKN                 zbnklnst
075900        GO TO LIST-LOAN-CHANGES-RATE                              zbnklnst
076000     END-IF.                                                      zbnklnst
076100     IF NOT LR-REC-APPLIED OR                                     zbnklnst
076200        LR-REC-APPR-DTE IS NOT GREATER THAN WS-PERIOD-START-N OR  zbnklnst
076300        LR-REC-APPR-DTE IS GREATER THAN WS-TODAY-DATE-N           zbnklnst
076400        GO TO LIST-LOAN-CHANGES-LOOP                              zbnklnst
076500     END-IF.                                                      zbnklnst
076600     ADD 1 TO WS-RESTRUCTURES.                                    zbnklnst
076700     MOVE LR-REC-APPR-DTE TO WS-EDIT-DATE-N.                      zbnklnst
076800     PERFORM EDIT-STATEMENT-DATE.                                 zbnklnst
076900     MOVE LR-REC-OLD-TERM-MONTHS TO WS-EDIT-TERM-1.               zbnklnst
077000     MOVE LR-REC-NEW-TERM-MONTHS TO WS-EDIT-TERM-2.               zbnklnst
077100     MOVE LR-REC-OLD-RATE TO WS-EDIT-RATE-1.                      zbnklnst
077200     MOVE LR-REC-NEW-RATE TO WS-EDIT-RATE-2.                      zbnklnst
077300     MOVE LR-REC-OLD-PAYMENT TO WS-EDIT-AMOUNT-1.                 zbnklnst
077400     MOVE LR-REC-NEW-PAYMENT TO WS-EDIT-AMOUNT-2.                 zbnklnst
077500     MOVE SPACES TO WS-LINE-CHANGE-TEXT.                          zbnklnst
077600     STRING 'Restructured ' DELIMITED BY SIZE                     zbnklnst
077700            WS-EDIT-DATE DELIMITED BY SIZE                        zbnklnst
077800            ': term ' DELIMITED BY SIZE                           zbnklnst
077900            WS-EDIT-TERM-1 DELIMITED BY SIZE                      zbnklnst
078000            ' to ' DELIMITED BY SIZE                              zbnklnst
078100            WS-EDIT-TERM-2 DELIMITED BY SIZE                      zbnklnst
078200            ' months, rate ' DELIMITED BY SIZE                    zbnklnst
078300            WS-EDIT-RATE-1 DELIMITED BY SIZE                      zbnklnst
078400            '% to ' DELIMITED BY SIZE                             zbnklnst
078500            WS-EDIT-RATE-2 DELIMITED BY SIZE                      zbnklnst
078600            '%, payment ' DELIMITED BY SIZE                       zbnklnst
078700            WS-EDIT-AMOUNT-1 DELIMITED BY SIZE                    zbnklnst
078800            ' to ' DELIMITED BY SIZE                              zbnklnst
078900            WS-EDIT-AMOUNT-2 DELIMITED BY SIZE                    zbnklnst
079000       INTO WS-LINE-CHANGE-TEXT.                                  zbnklnst
079100     MOVE WS-LINE-CHANGE TO PRINTOUT-REC.                         zbnklnst
079200     PERFORM PRINTOUT-PUT.                                        zbnklnst
079300     ADD 1 TO WS-LINES-THIS-SECTION.                              zbnklnst
079400     GO TO LIST-LOAN-CHANGES-LOOP.                                zbnklnst
079500 LIST-LOAN-CHANGES-RATE.                                          zbnklnst
079600     IF WS-RATE-CHANGED = 'YES' AND                               zbnklnst
079700        WS-RESTRUCTURES IS EQUAL TO ZERO                          zbnklnst
079800        MOVE WS-RATE-CHANGE-DTE TO WS-EDIT-DATE-N                 zbnklnst
079900        PERFORM EDIT-STATEMENT-DATE                               zbnklnst
080000        MOVE WS-RATE-CHANGE-OLD TO WS-EDIT-RATE-1                 zbnklnst
080100        MOVE WS-RATE-CHANGE-NEW TO WS-EDIT-RATE-2                 zbnklnst
080200        MOVE LM-REC-PAYMENT TO WS-EDIT-AMOUNT-1                   zbnklnst
080300        MOVE SPACES TO WS-LINE-CHANGE-TEXT                        zbnklnst
080400        STRING 'Interest rate changed ' DELIMITED BY SIZE         zbnklnst
080500               WS-EDIT-DATE DELIMITED BY SIZE                     zbnklnst
080600               ' from ' DELIMITED BY SIZE                         zbnklnst
080700               WS-EDIT-RATE-1 DELIMITED BY SIZE                   zbnklnst
080800               '% to ' DELIMITED BY SIZE                          zbnklnst
080900               WS-EDIT-RATE-2 DELIMITED BY SIZE                   zbnklnst
081000               '%, new payment ' DELIMITED BY SIZE                zbnklnst
081100               WS-EDIT-AMOUNT-1 DELIMITED BY SIZE                 zbnklnst
081200          INTO WS-LINE-CHANGE-TEXT                                zbnklnst
081300        MOVE WS-LINE-CHANGE TO PRINTOUT-REC                       zbnklnst
081400        PERFORM PRINTOUT-PUT                                      zbnklnst
081500        ADD 1 TO WS-LINES-THIS-SECTION                            zbnklnst
081600     END-IF.                                                      zbnklnst
081700     IF WS-LINES-THIS-SECTION IS EQUAL TO ZERO                    zbnklnst
081800        MOVE SPACES TO WS-LINE-CHANGE-TEXT                        zbnklnst
081900        MOVE 'None' TO WS-LINE-CHANGE-TEXT                        zbnklnst
082000        MOVE WS-LINE-CHANGE TO PRINTOUT-REC                       zbnklnst
082100        PERFORM PRINTOUT-PUT                                      zbnklnst
082200     END-IF.                                                      zbnklnst
082300 LIST-LOAN-CHANGES-EXIT.                                          zbnklnst
082400     EXIT.                                                        zbnklnst
082500                                                                  zbnklnst
082600******************************************************************zbnklnst
082700* Period totals, the balance outstanding and the next payment.   *zbnklnst
082800******************************************************************zbnklnst
082900 PRINT-STATEMENT-TOTALS.                                          zbnklnst
083000     MOVE 'Summary' TO WS-LINE-SECTION-TEXT.                      zbnklnst
083100     MOVE WS-LINE-SECTION TO PRINTOUT-REC.                        zbnklnst
083200     PERFORM PRINTOUT-PUT.                                        zbnklnst
083300     IF WS-PERIOD-DRAWN IS NOT EQUAL TO ZERO                      zbnklnst
083400        MOVE 'Loan drawn this period' TO WS-LINE-TOTAL-LABEL      zbnklnst
083500        MOVE WS-PERIOD-DRAWN TO WS-LINE-TOTAL-AMOUNT              zbnklnst
083600        MOVE WS-LINE-TOTAL TO PRINTOUT-REC                        zbnklnst
083700        PERFORM PRINTOUT-PUT                                      zbnklnst
083800     END-IF.                                                      zbnklnst
083900     MOVE 'Payments received this period' TO WS-LINE-TOTAL-LABEL. zbnklnst
084000     MOVE WS-PERIOD-PAID TO WS-LINE-TOTAL-AMOUNT.                 zbnklnst
084100     MOVE WS-LINE-TOTAL TO PRINTOUT-REC.                          zbnklnst
084200     PERFORM PRINTOUT-PUT.                                        zbnklnst
084300     MOVE 'Interest charged this period' TO WS-LINE-TOTAL-LABEL.  zbnklnst
084400     MOVE WS-PERIOD-INTEREST TO WS-LINE-TOTAL-AMOUNT.             zbnklnst
084500     MOVE WS-LINE-TOTAL TO PRINTOUT-REC.                          zbnklnst
084600     PERFORM PRINTOUT-PUT.                                        zbnklnst
084700     MOVE 'Balance outstanding' TO WS-LINE-TOTAL-LABEL.           zbnklnst
084800     MOVE LM-REC-OUTSTANDING TO WS-LINE-TOTAL-AMOUNT.             zbnklnst
084900     MOVE WS-LINE-TOTAL TO PRINTOUT-REC.                          zbnklnst
085000     PERFORM PRINTOUT-PUT.                                        zbnklnst
085100     MOVE SPACES TO WS-LINE-CHANGE-TEXT.                          zbnklnst
085200     IF WS-NEXT-FOUND = 'YES'                                     zbnklnst
085300        MOVE WS-NEXT-DUE-DTE TO WS-EDIT-DATE-N                    zbnklnst
085400        PERFORM EDIT-STATEMENT-DATE                               zbnklnst
085500        MOVE WS-NEXT-PAYMENT TO WS-EDIT-AMOUNT-1                  zbnklnst
085600        STRING 'Next payment of ' DELIMITED BY SIZE               zbnklnst
085700               WS-EDIT-AMOUNT-1 DELIMITED BY SIZE                 zbnklnst
085800               ' due ' DELIMITED BY SIZE                          zbnklnst
085900               WS-EDIT-DATE DELIMITED BY SIZE                     zbnklnst
086000          INTO WS-LINE-CHANGE-TEXT                                zbnklnst
086100     ELSE                                                         zbnklnst
086200        MOVE 'No further payments are scheduled'                  zbnklnst
086300          TO WS-LINE-CHANGE-TEXT                                  zbnklnst
086400     END-IF.                                                      zbnklnst
086500     MOVE WS-LINE-CHANGE TO PRINTOUT-REC.                         zbnklnst
086600     PERFORM PRINTOUT-PUT.                                        zbnklnst
086700     IF WS-ARREARS-COUNT IS GREATER THAN ZERO                     zbnklnst
086800        MOVE WS-ARREARS-COUNT TO WS-EDIT-COUNT                    zbnklnst
086900        MOVE SPACES TO WS-LINE-CHANGE-TEXT                        zbnklnst
087000        STRING 'Instalments in arrears: ' DELIMITED BY SIZE       zbnklnst
087100               WS-EDIT-COUNT DELIMITED BY SIZE                    zbnklnst
087200          INTO WS-LINE-CHANGE-TEXT                                zbnklnst
087300        MOVE WS-LINE-CHANGE TO PRINTOUT-REC                       zbnklnst
087400        PERFORM PRINTOUT-PUT                                      zbnklnst
087500     END-IF.                                                      zbnklnst
087600                                                                  zbnklnst
087700 EDIT-STATEMENT-DATE.                                             zbnklnst
087800     MOVE WS-EDIT-DD TO WS-EDIT-DATE-DD.                          zbnklnst
087900     MOVE WS-EDIT-MM TO WS-EDIT-DATE-MM.                          zbnklnst
088000     MOVE WS-EDIT-CCYY TO WS-EDIT-DATE-CCYY.                      zbnklnst
088100                                                                  zbnklnst
088200******************************************************************zbnklnst
088300* Resolve the posting's display date to numeric CCYYMMDD. The    *zbnklnst
088400* month abbreviation resolves against WS-MONTH-NAME-TBL; an      *zbnklnst
088500* unresolvable date parses to zero and falls outside the period. *zbnklnst
088600******************************************************************zbnklnst
088700 PARSE-POSTING-DATE.                                              zbnklnst
088800     MOVE BTX-REC-DATE TO WS-CONV-DATE-11.                        zbnklnst
088900     MOVE ZERO TO WS-CONV-DATE-N.                                 zbnklnst
089000     IF WS-CONV-DATE-11 (1:2) IS NOT NUMERIC OR                   zbnklnst
089100        WS-CONV-DATE-11 (8:4) IS NOT NUMERIC                      zbnklnst
089200        GO TO PARSE-POSTING-DATE-EXIT                             zbnklnst
089300     END-IF.                                                      zbnklnst
089400     MOVE WS-CONV-DATE-11 (1:2) TO WS-CONV-DD.                    zbnklnst
089500     MOVE WS-CONV-DATE-11 (8:4) TO WS-CONV-CCYY.                  zbnklnst
089600     MOVE FUNCTION UPPER-CASE(WS-CONV-DATE-11 (4:3))              zbnklnst
089700       TO WS-CONV-MMM-SEARCH.                                     zbnklnst
089800     PERFORM MONTH-LOOKUP-STEP                                    zbnklnst
089900        VARYING WS-MONTH-SUB FROM 1 BY 1                          zbnklnst
090000        UNTIL WS-MONTH-SUB IS GREATER THAN 12                     zbnklnst
090100           OR WS-MONTH-NAME-TBL (WS-MONTH-SUB)                    zbnklnst
090200              IS EQUAL TO WS-CONV-MMM-SEARCH.                     zbnklnst
090300     IF WS-MONTH-SUB IS GREATER THAN 12                           zbnklnst
090400        MOVE ZERO TO WS-CONV-DATE-N                               zbnklnst
090500     ELSE                                                         zbnklnst
090600        MOVE WS-MONTH-SUB TO WS-CONV-MM                           zbnklnst
090700     END-IF.                                                      zbnklnst
090800 PARSE-POSTING-DATE-EXIT.                                         zbnklnst
090900     EXIT.                                                        zbnklnst
091000                                                                  zbnklnst
091100 MONTH-LOOKUP-STEP.                                               zbnklnst
091200     CONTINUE.                                                    zbnklnst
091300                                                                  zbnklnst
091400******************************************************************zbnklnst
091500* Open, access and close the files.                              *zbnklnst
091600******************************************************************zbnklnst
091700 LOANM-OPEN.                                                      zbnklnst
091800     OPEN INPUT LOANM-FILE.                                       zbnklnst
091900     IF WS-LOANM-STATUS = '00'                                    zbnklnst
092000        MOVE 'LOANM file opened OK' TO WS-CONSOLE-MESSAGE         zbnklnst
092100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnst
092200     ELSE                                                         zbnklnst
092300        MOVE 'LOANM file open failure...' TO WS-CONSOLE-MESSAGE   zbnklnst
092400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnst
092500        MOVE WS-LOANM-STATUS TO WS-IO-STATUS                      zbnklnst
092600        PERFORM DISPLAY-IO-STATUS                                 zbnklnst
092700        PERFORM ABORT-PROGRAM                                     zbnklnst
092800     END-IF.                                                      zbnklnst
092900                                                                  zbnklnst
093000 LOANM-GET.                                                       zbnklnst
093100     READ LOANM-FILE NEXT RECORD.                                 zbnklnst
093200     IF WS-LOANM-STATUS NOT = '00'                                zbnklnst
093300        IF WS-LOANM-STATUS = '10'                                 zbnklnst
093400           MOVE 'YES' TO WS-END-OF-LOANM                          zbnklnst
093500        ELSE                                                      zbnklnst
093600           MOVE 'LOANM Error reading file ...'                    zbnklnst
093700             TO WS-CONSOLE-MESSAGE                                zbnklnst
093800           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnklnst
093900           MOVE WS-LOANM-STATUS TO WS-IO-STATUS                   zbnklnst
094000           PERFORM DISPLAY-IO-STATUS                              zbnklnst
094100           PERFORM ABORT-PROGRAM                                  zbnklnst
094200        END-IF                                                    zbnklnst
094300     END-IF.                                                      zbnklnst
094400                                                                  zbnklnst
094500 LOANM-CLOSE.                                                     zbnklnst
094600     CLOSE LOANM-FILE.                                            zbnklnst
094700     IF WS-LOANM-STATUS NOT = '00'                                zbnklnst
094800        MOVE 'LOANM file close failure...' TO WS-CONSOLE-MESSAGE  zbnklnst
094900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnst
095000        MOVE WS-LOANM-STATUS TO WS-IO-STATUS                      zbnklnst
095100        PERFORM DISPLAY-IO-STATUS                                 zbnklnst
095200        PERFORM ABORT-PROGRAM                                     zbnklnst
095300     END-IF.                                                      zbnklnst
095400                                                                  zbnklnst
095500 ACCOUNT-OPEN.                                                    zbnklnst
095600     OPEN INPUT ACCOUNT-FILE.                                     zbnklnst
095700     IF WS-ACCOUNT-STATUS = '00'                                  zbnklnst
095800        MOVE 'ACCOUNT file opened OK' TO WS-CONSOLE-MESSAGE       zbnklnst
095900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnst
096000     ELSE                                                         zbnklnst
096100        MOVE 'ACCOUNT file open failure...' TO WS-CONSOLE-MESSAGE zbnklnst
096200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnst
096300        MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                    zbnklnst
096400        PERFORM DISPLAY-IO-STATUS                                 zbnklnst
096500        PERFORM ABORT-PROGRAM                                     zbnklnst
096600     END-IF.                                                      zbnklnst
096700                                                                  zbnklnst
096800 ACCOUNT-READ.                                                    zbnklnst
096900     READ ACCOUNT-FILE.                                           zbnklnst
097000                                                                  zbnklnst
097100 ACCOUNT-CLOSE.                                                   zbnklnst
097200     CLOSE ACCOUNT-FILE.                                          zbnklnst
097300     IF WS-ACCOUNT-STATUS NOT = '00'                              zbnklnst
097400        MOVE 'ACCOUNT file close failure...' TO WS-CONSOLE-MESSAGEzbnklnst
097500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnst
097600        MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                    zbnklnst
097700        PERFORM DISPLAY-IO-STATUS                                 zbnklnst
097800        PERFORM ABORT-PROGRAM                                     zbnklnst
097900     END-IF.                                                      zbnklnst
098000                                                                  zbnklnst
098100 CUSTOMER-OPEN.                                                   zbnklnst
098200     OPEN INPUT CUSTOMER-FILE.                                    zbnklnst
098300     IF WS-CUSTOMER-STATUS NOT = '00'                             zbnklnst
098400        MOVE 'CUSTOMER file open failure...'                      zbnklnst
098500          TO WS-CONSOLE-MESSAGE                                   zbnklnst
098600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnst
098700        MOVE WS-CUSTOMER-STATUS TO WS-IO-STATUS                   zbnklnst
098800        PERFORM DISPLAY-IO-STATUS                                 zbnklnst
098900        PERFORM ABORT-PROGRAM                                     zbnklnst
099000     END-IF.                                                      zbnklnst
099100                                                                  zbnklnst
099200 CUSTOMER-READ.                                                   zbnklnst
099300     READ CUSTOMER-FILE.                                          zbnklnst
099400                                                                  zbnklnst
099500 CUSTOMER-CLOSE.                                                  zbnklnst
099600     CLOSE CUSTOMER-FILE.                                         zbnklnst
099700     IF WS-CUSTOMER-STATUS NOT = '00'                             zbnklnst
099800        MOVE 'CUSTOMER file close failure...'                     zbnklnst
099900          TO WS-CONSOLE-MESSAGE                                   zbnklnst
100000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnst
100100        MOVE WS-CUSTOMER-STATUS TO WS-IO-STATUS                   zbnklnst
100200        PERFORM DISPLAY-IO-STATUS                                 zbnklnst
100300        PERFORM ABORT-PROGRAM                                     zbnklnst
100400     END-IF.                                                      zbnklnst
100500                                                                  zbnklnst
100600 TXN-OPEN.                                                        zbnklnst
100700     OPEN INPUT TXN-FILE.                                         zbnklnst
100800     IF WS-TXN-STATUS = '00'                                      zbnklnst
100900        MOVE 'TXN file opened OK' TO WS-CONSOLE-MESSAGE           zbnklnst
101000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnst
101100     ELSE                                                         zbnklnst
101200        MOVE 'TXN file open failure...' TO WS-CONSOLE-MESSAGE     zbnklnst
101300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnst
101400        MOVE WS-TXN-STATUS TO WS-IO-STATUS                        zbnklnst
101500        PERFORM DISPLAY-IO-STATUS                                 zbnklnst
101600        PERFORM ABORT-PROGRAM                                     zbnklnst
101700     END-IF.                                                      zbnklnst
101800                                                                  zbnklnst
101900 TXN-CLOSE.                                                       zbnklnst
102000     CLOSE TXN-FILE.                                              zbnklnst
102100     IF WS-TXN-STATUS NOT = '00'                                  zbnklnst
102200        MOVE 'TXN file close failure...' TO WS-CONSOLE-MESSAGE    zbnklnst
102300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnst
102400        MOVE WS-TXN-STATUS TO WS-IO-STATUS                        zbnklnst
102500        PERFORM DISPLAY-IO-STATUS                                 zbnklnst
102600        PERFORM ABORT-PROGRAM                                     zbnklnst
102700     END-IF.                                                      zbnklnst
102800                                                                  zbnklnst
102900 LNSC-OPEN.                                                       zbnklnst
103000     OPEN INPUT LNSC-FILE.                                        zbnklnst
103100     IF WS-LNSC-STATUS = '00'                                     zbnklnst
103200        MOVE 'LNSC file opened OK' TO WS-CONSOLE-MESSAGE          zbnklnst
103300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnst
103400     ELSE                                                         zbnklnst
103500        MOVE 'LNSC file open failure...' TO WS-CONSOLE-MESSAGE    zbnklnst
103600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnst
103700        MOVE WS-LNSC-STATUS TO WS-IO-STATUS                       zbnklnst
103800        PERFORM DISPLAY-IO-STATUS                                 zbnklnst
103900        PERFORM ABORT-PROGRAM                                     zbnklnst
104000     END-IF.                                                      zbnklnst
104100                                                                  zbnklnst
104200 LNSC-CLOSE.                                                      zbnklnst
104300     CLOSE LNSC-FILE.                                             zbnklnst
104400     IF WS-LNSC-STATUS NOT = '00'                                 zbnklnst
104500        MOVE 'LNSC file close failure...' TO WS-CONSOLE-MESSAGE   zbnklnst
104600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnst
104700        MOVE WS-LNSC-STATUS TO WS-IO-STATUS                       zbnklnst
104800        PERFORM DISPLAY-IO-STATUS                                 zbnklnst
104900        PERFORM ABORT-PROGRAM                                     zbnklnst
105000     END-IF.                                                      zbnklnst
105100                                                                  zbnklnst
105200 LNRS-OPEN.                                                       zbnklnst
105300     OPEN INPUT LNRS-FILE.                                        zbnklnst
105400     IF WS-LNRS-STATUS = '00'                                     zbnklnst
105500        MOVE 'LNRS file opened OK' TO WS-CONSOLE-MESSAGE          zbnklnst
105600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnst
105700     ELSE                                                         zbnklnst
105800        MOVE 'LNRS file open failure...' TO WS-CONSOLE-MESSAGE    zbnklnst
105900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnst
106000        MOVE WS-LNRS-STATUS TO WS-IO-STATUS                       zbnklnst
106100        PERFORM DISPLAY-IO-STATUS                                 zbnklnst
106200        PERFORM ABORT-PROGRAM                                     zbnklnst
106300     END-IF.                                                      zbnklnst
106400                                                                  zbnklnst
106500 LNRS-CLOSE.                                                      zbnklnst
106600     CLOSE LNRS-FILE.                                             zbnklnst
106700     IF WS-LNRS-STATUS NOT = '00'                                 zbnklnst
106800        MOVE 'LNRS file close failure...' TO WS-CONSOLE-MESSAGE   zbnklnst
106900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnst
107000        MOVE WS-LNRS-STATUS TO WS-IO-STATUS                       zbnklnst
107100        PERFORM DISPLAY-IO-STATUS                                 zbnklnst
107200        PERFORM ABORT-PROGRAM                                     zbnklnst
107300     END-IF.                                                      zbnklnst
107400                                                                  zbnklnst
107500******************************************************************zbnklnst
107600* Open and close the statement archive. A missing archive        *zbnklnst
107700* cluster stops archiving, not printing.                         *zbnklnst
107800******************************************************************zbnklnst
107900 SARC-OPEN.                                                       zbnklnst
108000     OPEN I-O SARC-FILE.                                          zbnklnst
108100     IF WS-SARC-STATUS = '00'                                     zbnklnst
108200        MOVE 'YES' TO WS-SARC-AVAILABLE                           zbnklnst
108300     ELSE                                                         zbnklnst
108400        MOVE 'No BNKSARC archive this run'                        zbnklnst
108500          TO WS-CONSOLE-MESSAGE                                   zbnklnst
108600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnst
108700     END-IF.                                                      zbnklnst
108800                                                                  zbnklnst
108900 SARC-CLOSE.                                                      zbnklnst
109000     IF WS-SARC-AVAILABLE = 'YES'                                 zbnklnst
109100        CLOSE SARC-FILE                                           zbnklnst
109200     END-IF.                                                      zbnklnst
109300                                                                  zbnklnst
109400 PRINTOUT-OPEN.                                                   zbnklnst
109500     OPEN OUTPUT PRINTOUT-FILE.                                   zbnklnst
109600     IF WS-PRINTOUT-STATUS = '00'                                 zbnklnst
109700        MOVE 'PRINTOUT file opened OK' TO WS-CONSOLE-MESSAGE      zbnklnst
109800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnst
109900     ELSE                                                         zbnklnst
110000        MOVE 'PRINTOUT file open failure...' TO WS-CONSOLE-MESSAGEzbnklnst
110100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnst
110200        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnklnst
110300        PERFORM DISPLAY-IO-STATUS                                 zbnklnst
110400        PERFORM ABORT-PROGRAM                                     zbnklnst
110500     END-IF.                                                      zbnklnst
110600                                                                  zbnklnst
110700******************************************************************zbnklnst
110800* Every printed line is also stored on the archive. A rerun on   *zbnklnst
110900* the same day replaces the lines it stored the first time.      *zbnklnst
111000******************************************************************zbnklnst
111100 PRINTOUT-PUT.                                                    zbnklnst
111200     WRITE PRINTOUT-REC.                                          zbnklnst
111300     IF WS-PRINTOUT-STATUS NOT = '00'                             zbnklnst
111400        MOVE 'PRINTOUT Error writing file ...'                    zbnklnst
111500          TO WS-CONSOLE-MESSAGE                                   zbnklnst
111600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnst
111700        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnklnst
111800        PERFORM DISPLAY-IO-STATUS                                 zbnklnst
111900        PERFORM ABORT-PROGRAM                                     zbnklnst
112000     END-IF.                                                      zbnklnst
112100     IF WS-SARC-AVAILABLE = 'YES'                                 zbnklnst
112200        ADD 1 TO WS-SARC-SEQ                                      zbnklnst
112300        MOVE WS-CURRENT-CONTACT TO SA-REC-CONTACT-ID              zbnklnst
112400        MOVE WS-TODAY-DATE-N TO SA-REC-STMT-DATE                  zbnklnst
112500        MOVE WS-SARC-SEQ TO SA-REC-LINE-SEQ                       zbnklnst
112600        MOVE PRINTOUT-REC TO SA-REC-LINE                          zbnklnst
112700        WRITE SARC-FILE-REC                                       zbnklnst
112800        IF WS-SARC-STATUS = '22'                                  zbnklnst
112900           REWRITE SARC-FILE-REC                                  zbnklnst
113000        END-IF                                                    zbnklnst
113100        IF WS-SARC-STATUS NOT = '00'                              zbnklnst
113200           MOVE 'SARC Error writing file ...'                     zbnklnst
113300             TO WS-CONSOLE-MESSAGE                                zbnklnst
113400           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnklnst
113500           MOVE WS-SARC-STATUS TO WS-IO-STATUS                    zbnklnst
113600           PERFORM DISPLAY-IO-STATUS                              zbnklnst
113700           PERFORM ABORT-PROGRAM                                  zbnklnst
113800        END-IF                                                    zbnklnst
113900        ADD 1 TO WS-LINES-ARCHIVED                                zbnklnst
114000     END-IF.                                                      zbnklnst
114100                                                                  zbnklnst
114200 PRINTOUT-CLOSE.                                                  zbnklnst
114300     CLOSE PRINTOUT-FILE.                                         zbnklnst
114400     IF WS-PRINTOUT-STATUS NOT = '00'                             zbnklnst
114500        MOVE 'PRINTOUT file close failure...'                     zbnklnst
114600          TO WS-CONSOLE-MESSAGE                                   zbnklnst
114700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnst
114800        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnklnst
114900        PERFORM DISPLAY-IO-STATUS                                 zbnklnst
115000        PERFORM ABORT-PROGRAM                                     zbnklnst
115100     END-IF.                                                      zbnklnst
115200                                                                  zbnklnst
115300******************************************************************zbnklnst
115400* Write a short end-of-job summary to the JOBSUM file, in the    *zbnklnst
115500* same style as the other nightly jobs.                          *zbnklnst
115600******************************************************************zbnklnst
115700 PRINT-JOB-SUMMARY.                                               zbnklnst
115800     PERFORM JOBSUM-OPEN.                                         zbnklnst
115900     MOVE SPACES TO JOBSUM-REC.                                   zbnklnst
116000     STRING 'Loans read:                  ' DELIMITED BY SIZE     zbnklnst
116100            WS-LOANS-READ DELIMITED BY SIZE                       zbnklnst
116200       INTO JOBSUM-REC.                                           zbnklnst
116300     PERFORM JOBSUM-PUT.                                          zbnklnst
116400     MOVE SPACES TO JOBSUM-REC.                                   zbnklnst
116500     STRING 'Not due this cycle:          ' DELIMITED BY SIZE     zbnklnst
116600            WS-LOANS-NOT-DUE DELIMITED BY SIZE                    zbnklnst
116700       INTO JOBSUM-REC.                                           zbnklnst
116800     PERFORM JOBSUM-PUT.                                          zbnklnst
116900     MOVE SPACES TO JOBSUM-REC.                                   zbnklnst
117000     STRING 'Loan statements printed:     ' DELIMITED BY SIZE     zbnklnst
117100            WS-STATEMENTS-PRINTED DELIMITED BY SIZE               zbnklnst
117200       INTO JOBSUM-REC.                                           zbnklnst
117300     PERFORM JOBSUM-PUT.                                          zbnklnst
117400     MOVE SPACES TO JOBSUM-REC.                                   zbnklnst
117500     STRING 'Lines archived to BNKSARC:   ' DELIMITED BY SIZE     zbnklnst
117600            WS-LINES-ARCHIVED DELIMITED BY SIZE                   zbnklnst
117700       INTO JOBSUM-REC.                                           zbnklnst
117800     PERFORM JOBSUM-PUT.                                          zbnklnst
117900     PERFORM JOBSUM-CLOSE.                                        zbnklnst
118000     MOVE 'Job summary written to JOBSUM'                         zbnklnst
118100       TO WS-CONSOLE-MESSAGE.                                     zbnklnst
118200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnklnst
118300                                                                  zbnklnst
118400 JOBSUM-OPEN.                                                     zbnklnst
118500     OPEN OUTPUT JOBSUM-FILE.                                     zbnklnst
118600     IF WS-JOBSUM-STATUS NOT = '00'                               zbnklnst
118700        MOVE 'JOBSUM file open failure...' TO WS-CONSOLE-MESSAGE  zbnklnst
118800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnst
118900        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnklnst
119000        PERFORM DISPLAY-IO-STATUS                                 zbnklnst
119100        PERFORM ABORT-PROGRAM                                     zbnklnst
119200     END-IF.                                                      zbnklnst
119300                                                                  zbnklnst
119400 JOBSUM-PUT.                                                      zbnklnst
119500     WRITE JOBSUM-REC.                                            zbnklnst
119600     IF WS-JOBSUM-STATUS NOT = '00'                               zbnklnst
119700        MOVE 'JOBSUM Error writing file ...' TO WS-CONSOLE-MESSAGEzbnklnst
119800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnst
119900        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnklnst
120000        PERFORM DISPLAY-IO-STATUS                                 zbnklnst
120100        PERFORM ABORT-PROGRAM                                     zbnklnst
120200     END-IF.                                                      zbnklnst
120300                                                                  zbnklnst
120400 JOBSUM-CLOSE.                                                    zbnklnst
120500     CLOSE JOBSUM-FILE.                                           zbnklnst
120600     IF WS-JOBSUM-STATUS NOT = '00'                               zbnklnst
120700        MOVE 'JOBSUM file close failure...' TO WS-CONSOLE-MESSAGE zbnklnst
120800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnst
120900        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnklnst
121000        PERFORM DISPLAY-IO-STATUS                                 zbnklnst
121100        PERFORM ABORT-PROGRAM                                     zbnklnst
121200     END-IF.                                                      zbnklnst
121300                                                                  zbnklnst
121400******************************************************************zbnklnst
121500* Display the file status bytes                                  *zbnklnst
121600******************************************************************zbnklnst
121700 DISPLAY-IO-STATUS.                                               zbnklnst
121800     IF WS-IO-STATUS NUMERIC                                      zbnklnst
121900        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnklnst
122000        STRING 'File status -' DELIMITED BY SIZE                  zbnklnst
122100               WS-IO-STATUS DELIMITED BY SIZE                     zbnklnst
122200          INTO WS-CONSOLE-MESSAGE                                 zbnklnst
122300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnst
122400     ELSE                                                         zbnklnst
122500        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     zbnklnst
122600        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    zbnklnst
122700        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnklnst
122800        STRING 'File status -' DELIMITED BY SIZE                  zbnklnst
122900               WS-IO-STAT1 DELIMITED BY SIZE                      zbnklnst
123000               '/' DELIMITED BY SIZE                              zbnklnst
123100               WS-TWO-BYTES DELIMITED BY SIZE                     zbnklnst
123200          INTO WS-CONSOLE-MESSAGE                                 zbnklnst
123300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnst
123400     END-IF.                                                      zbnklnst
123500                                                                  zbnklnst
123600******************************************************************zbnklnst
123700* 'ABORT' the program. Post a message and issue a goback         *zbnklnst
123800******************************************************************zbnklnst
123900 ABORT-PROGRAM.                                                   zbnklnst
124000     IF WS-CONSOLE-MESSAGE NOT = SPACES                           zbnklnst
124100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnst
124200     END-IF.                                                      zbnklnst
124300     MOVE 'Program is abending...' TO WS-CONSOLE-MESSAGE.         zbnklnst
124400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnklnst
124500     MOVE 16 TO RETURN-CODE.                                      zbnklnst
124600     GOBACK.                                                      zbnklnst
124700                                                                  zbnklnst
124800******************************************************************zbnklnst
124900* Display CONSOLE messages...                                    *zbnklnst
125000******************************************************************zbnklnst
125100 DISPLAY-CONSOLE-MESSAGE.                                         zbnklnst
125200     DISPLAY 'ZBNKLNST - ' WS-CONSOLE-MESSAGE                     zbnklnst
125300       UPON CONSOLE.                                              zbnklnst
125400     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       zbnklnst
125500                                                                  zbnklnst
125600* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     zbnklnst
