000100******************************************************************zbnkkycs
000200*                                                               * zbnkkycs
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * zbnkkycs
000400*   This demonstration program is provided for use by users     * zbnkkycs
000500*   of Micro Focus products and may be used, modified and       * zbnkkycs
000600*   distributed as part of your application provided that       * zbnkkycs
000700*   you properly acknowledge the copyright of Micro Focus       * zbnkkycs
000800*   in this material.                                           * zbnkkycs
000900*                                                               * zbnkkycs
001000******************************************************************zbnkkycs
001100                                                                  zbnkkycs
001200******************************************************************zbnkkycs
001300* ZBNKKYCS.CBL                                                   *zbnkkycs
001400* Function:    Monthly KYC risk rating. Scores every customer    *zbnkkycs
001500*              from data the system already holds - country of   *zbnkkycs
001600*              residence against the BNKCTRY risk list, product  *zbnkkycs
001700*              mix on BNKACCT, the cash reports ZBNKAML kept on  *zbnkkycs
001800*              BNKAMLF, ZBNKSANC watch-list matches on BNKCMPQ,  *zbnkkycs
001900*              BNKFCAS fraud cases, and international transfers  *zbnkkycs
002000*              on BNKEXTL - and sets BCS-REC-KYC-RISK from the   *zbnkkycs
002100*              score. A changed rating brings the next review    *zbnkkycs
002200*              forward to the new rating's cycle (it is never    *zbnkkycs
002300*              pushed out). Every change is reported with the    *zbnkkycs
002400*              factors behind it. A rating pinned by compliance  *zbnkkycs
002500*              through DBANK27P is never changed; where the      *zbnkkycs
002600*              score disagrees with it the report says so. Runs  *zbnkkycs
002700*              ahead of ZBNKKYCR so the work list uses the new   *zbnkkycs
002800*              ratings.                                          *zbnkkycs
002900******************************************************************zbnkkycs
003000 IDENTIFICATION DIVISION.                                         zbnkkycs
003100 PROGRAM-ID.                                                      zbnkkycs
003200     ZBNKKYCS.                                                    zbnkkycs
003300 DATE-WRITTEN.                                                    zbnkkycs
003400     October 2026.                                                zbnkkycs
003500 DATE-COMPILED.                                                   zbnkkycs
003600     Today.                                                       zbnkkycs
003700                                                                  zbnkkycs
003800 ENVIRONMENT DIVISION.                                            zbnkkycs
003900 INPUT-OUTPUT   SECTION.                                          zbnkkycs
004000   FILE-CONTROL.                                                  zbnkkycs
004100     SELECT CTRY-FILE                                             zbnkkycs
004200            ASSIGN       TO BNKCTRY                               zbnkkycs
004300            ORGANIZATION IS INDEXED                               zbnkkycs
004400            ACCESS MODE  IS SEQUENTIAL                            zbnkkycs
004500            RECORD KEY   IS CY-REC-CNTRY                          zbnkkycs
004600            FILE STATUS  IS WS-CTRY-STATUS.                       zbnkkycs
004700     SELECT ACCOUNT-FILE                                          zbnkkycs
004800            ASSIGN       TO BNKACCT                               zbnkkycs
004900            ORGANIZATION IS INDEXED                               zbnkkycs
005000            ACCESS MODE  IS DYNAMIC                               zbnkkycs
005100            RECORD KEY   IS BAC-REC-ACCNO                         zbnkkycs
005200            FILE STATUS  IS WS-ACCOUNT-STATUS.                    zbnkkycs
005300     SELECT BDIR-FILE                                             zbnkkycs
005400            ASSIGN       TO BNKBDIR                               zbnkkycs
005500            ORGANIZATION IS INDEXED                               zbnkkycs
005600            ACCESS MODE  IS RANDOM                                zbnkkycs
005700            RECORD KEY   IS BD-REC-BANK-ID                        zbnkkycs
005800            FILE STATUS  IS WS-BDIR-STATUS.                       zbnkkycs
005900     SELECT AMLF-FILE                                             zbnkkycs
006000            ASSIGN       TO BNKAMLF                               zbnkkycs
006100            ORGANIZATION IS INDEXED                               zbnkkycs
006200            ACCESS MODE  IS SEQUENTIAL                            zbnkkycs
006300            RECORD KEY   IS AF-REC-KEY                            zbnkkycs
006400            FILE STATUS  IS WS-AMLF-STATUS.                       zbnkkycs
006500     SELECT CMPQ-FILE                                             zbnkkycs
006600            ASSIGN       TO BNKCMPQ                               zbnkkycs
006700            ORGANIZATION IS INDEXED                               zbnkkycs
006800            ACCESS MODE  IS SEQUENTIAL                            zbnkkycs
006900            RECORD KEY   IS CP-REC-KEY                            zbnkkycs
007000            FILE STATUS  IS WS-CMPQ-STATUS.                       zbnkkycs
007100     SELECT FCAS-FILE                                             zbnkkycs
007200            ASSIGN       TO BNKFCAS                               zbnkkycs
007300            ORGANIZATION IS INDEXED                               zbnkkycs
007400            ACCESS MODE  IS SEQUENTIAL                            zbnkkycs
007500            RECORD KEY   IS FC-REC-KEY                            zbnkkycs
007600            FILE STATUS  IS WS-FCAS-STATUS.                       zbnkkycs
007700     SELECT EXTL-FILE                                             zbnkkycs
007800            ASSIGN       TO BNKEXTL                               zbnkkycs
007900            ORGANIZATION IS INDEXED                               zbnkkycs
008000            ACCESS MODE  IS SEQUENTIAL                            zbnkkycs
008100            RECORD KEY   IS XT-REC-KEY                            zbnkkycs
008200            FILE STATUS  IS WS-EXTL-STATUS.                       zbnkkycs
008300     SELECT CUST-FILE                                             zbnkkycs
008400            ASSIGN       TO BNKCUST                               zbnkkycs
008500            ORGANIZATION IS INDEXED                               zbnkkycs
008600            ACCESS MODE  IS SEQUENTIAL                            zbnkkycs
008700            RECORD KEY   IS BCS-REC-PID                           zbnkkycs
008800            FILE STATUS  IS WS-CUST-STATUS.                       zbnkkycs
008900     SELECT PRINTOUT-FILE                                         zbnkkycs
009000            ASSIGN       TO PRINTOUT                              zbnkkycs
009100            ORGANIZATION IS SEQUENTIAL                            zbnkkycs
009200            ACCESS MODE  IS SEQUENTIAL                            zbnkkycs
009300            FILE STATUS  IS WS-PRINTOUT-STATUS.                   zbnkkycs
009400     SELECT JOBSUM-FILE                                           zbnkkycs
009500            ASSIGN       TO JOBSUM                                zbnkkycs
009600            ORGANIZATION IS SEQUENTIAL                            zbnkkycs
009700            ACCESS MODE  IS SEQUENTIAL                            zbnkkycs
009800            FILE STATUS  IS WS-JOBSUM-STATUS.                     zbnkkycs
009900                                                                  zbnkkycs
010000 DATA DIVISION.                                                   zbnkkycs
010100 FILE SECTION.                                                    zbnkkycs
010200                                                                  zbnkkycs
010300 FD  CTRY-FILE.                                                   zbnkkycs
010400 01  CTRY-FILE-REC.                                               zbnkkycs
010500 COPY CBANKVCY.                                                   zbnkkycs
010600                                                                  zbnkkycs
010700 FD  ACCOUNT-FILE.                                                zbnkkycs
010800 01  ACCOUNT-FILE-REC.                                            zbnkkycs
010900 COPY CBANKVAC.                                                   zbnkkycs
011000                                                                  zbnkkycs
011100 FD  BDIR-FILE.                                                   zbnkkycs
011200 01  BDIR-FILE-REC.                                               zbnkkycs
011300 COPY CBANKVBD.                                                   zbnkkycs
011400                                                                  zbnkkycs
011500 FD  AMLF-FILE.                                                   zbnkkycs
011600 01  AMLF-FILE-REC.                                               zbnkkycs
011700 COPY CBANKVAF.                                                   zbnkkycs
011800                                                                  zbnkkycs
011900 FD  CMPQ-FILE.                                                   zbnkkycs
012000 01  CMPQ-FILE-REC.                                               zbnkkycs
012100 COPY CBANKVCP.                                                   zbnkkycs
012200                                                                  zbnkkycs
012300 FD  FCAS-FILE.                                                   zbnkkycs
012400 01  FCAS-FILE-REC.                                               zbnkkycs
012500 COPY CBANKVFC.                                                   zbnkkycs
012600                                                                  zbnkkycs
012700 FD  EXTL-FILE.                                                   zbnkkycs
012800 01  EXTL-FILE-REC.                                               zbnkkycs
012900 COPY CBANKVXT.                                                   zbnkkycs
013000                                                                  zbnkkycs
013100 FD  CUST-FILE.                                                   zbnkkycs
013200 01  CUST-FILE-REC.                                               zbnkkycs
013300 COPY CBANKVCS.                                                   zbnkkycs
013400                                                                  zbnkkycs
013500 FD  PRINTOUT-FILE.                                               zbnkkycs
013600 01  PRINTOUT-REC                          PIC X(121).            zbnkkycs
013700                                                                  zbnkkycs
013800 FD  JOBSUM-FILE.                                                 zbnkkycs
013900 01  JOBSUM-REC                            PIC X(80).             zbnkkycs
014000                                                                  zbnkkycs
014100 WORKING-STORAGE SECTION.                                         zbnkkycs
014200 01  WS-RUN-CONTROL.                                              zbnkkycs
014300 COPY CRUNCTLD.                                                   zbnkkycs
014400 01  WS-FILE-STATUSES.                                            zbnkkycs
014500   05  WS-CTRY-STATUS.                                            zbnkkycs
014600     10  WS-CTRY-STAT1                 PIC X(1).                  zbnkkycs
014700     10  WS-CTRY-STAT2                 PIC X(1).                  zbnkkycs
014800   05  WS-ACCOUNT-STATUS.                                         zbnkkycs
014900     10  WS-ACCOUNT-STAT1              PIC X(1).                  zbnkkycs
015000     10  WS-ACCOUNT-STAT2              PIC X(1).                  zbnkkycs
015100   05  WS-BDIR-STATUS.                                            zbnkkycs
015200     10  WS-BDIR-STAT1                 PIC X(1).                  zbnkkycs
015300     10  WS-BDIR-STAT2                 PIC X(1).                  zbnkkycs
015400   05  WS-AMLF-STATUS.                                            zbnkkycs
015500     10  WS-AMLF-STAT1                 PIC X(1).                  zbnkkycs
015600     10  WS-AMLF-STAT2                 PIC X(1).                  zbnkkycs
015700   05  WS-CMPQ-STATUS.                                            zbnkkycs
015800     10  WS-CMPQ-STAT1                 PIC X(1).                  zbnkkycs
015900     10  WS-CMPQ-STAT2                 PIC X(1).                  zbnkkycs
016000   05  WS-FCAS-STATUS.                                            zbnkkycs
016100     10  WS-FCAS-STAT1                 PIC X(1).                  zbnkkycs
016200     10  WS-FCAS-STAT2                 PIC X(1).                  zbnkkycs
016300   05  WS-EXTL-STATUS.                                            zbnkkycs
016400     10  WS-EXTL-STAT1                 PIC X(1).                  zbnkkycs
016500     10  WS-EXTL-STAT2                 PIC X(1).                  zbnkkycs
016600   05  WS-CUST-STATUS.                                            zbnkkycs
016700     10  WS-CUST-STAT1                 PIC X(1).                  zbnkkycs
016800     10  WS-CUST-STAT2                 PIC X(1).                  zbnkkycs
016900   05  WS-PRINTOUT-STATUS.                                        zbnkkycs
017000     10  WS-PRINTOUT-STAT1             PIC X(1).                  zbnkkycs
017100     10  WS-PRINTOUT-STAT2             PIC X(1).                  zbnkkycs
017200   05  WS-JOBSUM-STATUS.                                          zbnkkycs
017300     10  WS-JOBSUM-STAT1               PIC X(1).                  zbnkkycs
017400     10  WS-JOBSUM-STAT2               PIC X(1).                  zbnkkycs
017500   05  WS-IO-STATUS.                                              zbnkkycs
017600     10  WS-IO-STAT1                   PIC X(1).                  zbnkkycs
017700     10  WS-IO-STAT2                   PIC X(1).                  zbnkkycs
017800                                                                  zbnkkycs
017900   05  WS-TWO-BYTES.                                              zbnkkycs
018000     10  WS-TWO-BYTES-LEFT             PIC X(1).                  zbnkkycs
018100     10  WS-TWO-BYTES-RIGHT            PIC X(1).                  zbnkkycs
018200   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 zbnkkycs
018300                                      PIC 9(1) COMP.              zbnkkycs
018400                                                                  zbnkkycs
018500 01  WS-CONSOLE-MESSAGE                    PIC X(48).             zbnkkycs
018600                                                                  zbnkkycs
018700 01  WS-DATE-WORK-AREA.                                           zbnkkycs
018800 COPY CDATED.                                                     zbnkkycs
018900                                                                  zbnkkycs
019000 01  WS-TODAY-DATE-N                       PIC 9(8).              zbnkkycs
019100 01  WS-TODAY-DATE-PARTS REDEFINES WS-TODAY-DATE-N.               zbnkkycs
019200     05  WS-TODAY-CCYY                     PIC 9(4).              zbnkkycs
019300     05  WS-TODAY-MM                       PIC 9(2).              zbnkkycs
019400     05  WS-TODAY-DD                       PIC 9(2).              zbnkkycs
019500 01  WS-RUN-DATE-DISPLAY                   PIC X(11).             zbnkkycs
019600 01  WS-TODAY-INT                          PIC S9(9) COMP.        zbnkkycs
019700 01  WS-LOOKBACK-DTE                       PIC 9(8).              zbnkkycs
019800                                                                  zbnkkycs
019900******************************************************************zbnkkycs
020000* Scoring constants. Each factor found adds its points to the    *zbnkkycs
020100* customer's score; the score sets the rating and the rating     *zbnkkycs
020200* sets the review cycle. Activity counts over the past year.     *zbnkkycs
020300* Constants, like the review thresholds in ZBNKKYCR.             *zbnkkycs
020400******************************************************************zbnkkycs
020500 01  WS-HOME-CNTRY                         PIC X(6) VALUE 'USA'.  zbnkkycs
020600 01  WS-LOOKBACK-DAYS                      PIC 9(3) VALUE 365.    zbnkkycs
020700 01  WS-PTS-CNTRY-HIGH                     PIC 9(3) VALUE 30.     zbnkkycs
020800 01  WS-PTS-CNTRY-MEDIUM                   PIC 9(3) VALUE 15.     zbnkkycs
020900 01  WS-PTS-CNTRY-FOREIGN                  PIC 9(3) VALUE 5.      zbnkkycs
021000 01  WS-PTS-FX-ACCOUNT                     PIC 9(3) VALUE 10.     zbnkkycs
021100 01  WS-MANY-ACCOUNTS                      PIC 9(3) VALUE 5.      zbnkkycs
021200 01  WS-PTS-MANY-ACCOUNTS                  PIC 9(3) VALUE 5.      zbnkkycs
021300 01  WS-PTS-AML-LARGE                      PIC 9(3) VALUE 5.      zbnkkycs
021400 01  WS-PTS-AML-DAYTOT                     PIC 9(3) VALUE 10.     zbnkkycs
021500 01  WS-PTS-AML-CAP                        PIC 9(3) VALUE 30.     zbnkkycs
021600 01  WS-PTS-SANC-CONFIRMED                 PIC 9(3) VALUE 50.     zbnkkycs
021700 01  WS-PTS-SANC-PENDING                   PIC 9(3) VALUE 30.     zbnkkycs
021800 01  WS-PTS-SANC-CLEARED                   PIC 9(3) VALUE 5.      zbnkkycs
021900 01  WS-PTS-SANC-PAYMENT                   PIC 9(3) VALUE 15.     zbnkkycs
022000 01  WS-PTS-FRAUD-CONFIRMED                PIC 9(3) VALUE 25.     zbnkkycs
022100 01  WS-PTS-FRAUD-OPEN                     PIC 9(3) VALUE 15.     zbnkkycs
022200 01  WS-XFER-HIGH-TOTAL                    PIC S9(9)V99 COMP-3    zbnkkycs
022300     VALUE 50000.00.                                              zbnkkycs
022400 01  WS-PTS-XFER-HIGH                      PIC 9(3) VALUE 20.     zbnkkycs
022500 01  WS-XFER-MEDIUM-TOTAL                  PIC S9(9)V99 COMP-3    zbnkkycs
022600     VALUE 10000.00.                                              zbnkkycs
022700 01  WS-PTS-XFER-MEDIUM                    PIC 9(3) VALUE 10.     zbnkkycs
022800 01  WS-XFER-MANY                          PIC 9(3) VALUE 24.     zbnkkycs
022900 01  WS-PTS-XFER-MANY                      PIC 9(3) VALUE 5.      zbnkkycs
023000 01  WS-PTS-XFER-HIGH-RISK                 PIC 9(3) VALUE 15.     zbnkkycs
023100 01  WS-HIGH-RISK-SCORE                    PIC 9(3) VALUE 50.     zbnkkycs
023200 01  WS-MEDIUM-RISK-SCORE                  PIC 9(3) VALUE 25.     zbnkkycs
023300 01  WS-HIGH-CYCLE-DAYS                    PIC 9(4) VALUE 365.    zbnkkycs
023400 01  WS-MEDIUM-CYCLE-DAYS                  PIC 9(4) VALUE 730.    zbnkkycs
023500 01  WS-LOW-CYCLE-DAYS                     PIC 9(4) VALUE 1095.   zbnkkycs
023600                                                                  zbnkkycs
023700******************************************************************zbnkkycs
023800* The BNKCTRY risk list, loaded into storage.                    *zbnkkycs
023900******************************************************************zbnkkycs
024000 01  WS-CTRY-TABLE.                                               zbnkkycs
024100   05  WS-CTRY-COUNT                       PIC 9(3) VALUE ZERO.   zbnkkycs
024200   05  WS-CTRY-ENTRY OCCURS 200 TIMES                             zbnkkycs
024300       INDEXED BY CTRY-IDX.                                       zbnkkycs
024400     10  WS-CTRY-CODE                      PIC X(6).              zbnkkycs
024500     10  WS-CTRY-RISK                      PIC X(1).              zbnkkycs
024600 01  WS-LOOKUP-CNTRY                       PIC X(6).              zbnkkycs
024700 01  WS-LOOKUP-RISK                        PIC X(1).              zbnkkycs
024800                                                                  zbnkkycs
024900******************************************************************zbnkkycs
025000* What was found against each customer, gathered from the other  *zbnkkycs
025100* files before the customer master is scored.                    *zbnkkycs
025200******************************************************************zbnkkycs
025300 01  WS-RISK-TABLE.                                               zbnkkycs
025400   05  WS-RSK-COUNT                        PIC 9(4) VALUE ZERO.   zbnkkycs
025500   05  WS-RSK-ENTRY OCCURS 5000 TIMES                             zbnkkycs
025600       INDEXED BY RSK-IDX.                                        zbnkkycs
025700     10  WS-RSK-PID                        PIC X(5).              zbnkkycs
025800     10  WS-RSK-ACCOUNTS                   PIC 9(3) COMP.         zbnkkycs
025900     10  WS-RSK-FX-ACCOUNTS                PIC 9(3) COMP.         zbnkkycs
026000     10  WS-RSK-AML-LARGE                  PIC 9(3) COMP.         zbnkkycs
026100     10  WS-RSK-AML-DAYTOT                 PIC 9(3) COMP.         zbnkkycs
026200     10  WS-RSK-SANC-CONFIRMED             PIC 9(3) COMP.         zbnkkycs
026300     10  WS-RSK-SANC-PENDING               PIC 9(3) COMP.         zbnkkycs
026400     10  WS-RSK-SANC-CLEARED               PIC 9(3) COMP.         zbnkkycs
026500     10  WS-RSK-SANC-PAYMENT               PIC 9(3) COMP.         zbnkkycs
026600     10  WS-RSK-FRAUD-CONFIRMED            PIC 9(3) COMP.         zbnkkycs
026700     10  WS-RSK-FRAUD-OPEN                 PIC 9(3) COMP.         zbnkkycs
026800     10  WS-RSK-XFER-COUNT                 PIC 9(5) COMP.         zbnkkycs
026900     10  WS-RSK-XFER-TOTAL                 PIC S9(11)V99 COMP-3.  zbnkkycs
027000     10  WS-RSK-XFER-HIGH-RISK             PIC 9(3) COMP.         zbnkkycs
027100 01  WS-TALLY-PID                          PIC X(5).              zbnkkycs
027200 01  WS-TALLY-FOUND                        PIC X(1).              zbnkkycs
027300 01  WS-TABLE-OVERFLOWED                   PIC X(1) VALUE 'N'.    zbnkkycs
027400                                                                  zbnkkycs
027500******************************************************************zbnkkycs
027600* The customer being scored - the score, the factors behind it   *zbnkkycs
027700* and the rating and review date that follow from it.            *zbnkkycs
027800******************************************************************zbnkkycs
027900 01  WS-SCORE                              PIC 9(3).              zbnkkycs
028000 01  WS-AML-POINTS                         PIC 9(5).              zbnkkycs
028100 01  WS-OLD-RISK                           PIC X(1).              zbnkkycs
028200 01  WS-NEW-RISK                           PIC X(1).              zbnkkycs
028300 01  WS-CYCLE-DAYS                         PIC 9(4).              zbnkkycs
028400 01  WS-NEW-REVIEW-DTE                     PIC 9(8).              zbnkkycs
028500 01  WS-FACTOR-COUNT                       PIC 9(2).              zbnkkycs
028600 01  WS-FACTOR-SUB                         PIC 9(2).              zbnkkycs
028700 01  WS-FACTOR-AREA.                                              zbnkkycs
028800   05  WS-FACTOR OCCURS 12 TIMES.                                 zbnkkycs
028900     10  WS-FACTOR-TEXT                    PIC X(60).             zbnkkycs
029000     10  WS-FACTOR-POINTS                  PIC 9(3).              zbnkkycs
029100 01  WS-ADD-TEXT                           PIC X(60).             zbnkkycs
029200 01  WS-ADD-POINTS                         PIC 9(3).              zbnkkycs
029300 01  WS-COUNT-D                            PIC ZZZZ9.             zbnkkycs
029400 01  WS-AMOUNT-D                           PIC ZZZ,ZZZ,ZZ9.99.    zbnkkycs
029500                                                                  zbnkkycs
029600 01  WS-DETAIL-LINE.                                              zbnkkycs
029700     05  WS-DET-PID                        PIC X(5).              zbnkkycs
029800     05  FILLER                            PIC X(2) VALUE SPACES. zbnkkycs
029900     05  WS-DET-NAME                       PIC X(25).             zbnkkycs
030000     05  FILLER                            PIC X(2) VALUE SPACES. zbnkkycs
030100     05  WS-DET-OLD-RISK                   PIC X(1).              zbnkkycs
030200     05  FILLER                            PIC X(4) VALUE SPACES. zbnkkycs
030300     05  WS-DET-NEW-RISK                   PIC X(1).              zbnkkycs
030400     05  FILLER                            PIC X(4) VALUE SPACES. zbnkkycs
030500     05  WS-DET-SCORE                      PIC ZZ9.               zbnkkycs
030600     05  FILLER                            PIC X(3) VALUE SPACES. zbnkkycs
030700     05  WS-DET-REVIEW-DTE                 PIC 9(8).              zbnkkycs
030800     05  FILLER                            PIC X(3) VALUE SPACES. zbnkkycs
030900     05  WS-DET-NOTE                       PIC X(32).             zbnkkycs
031000                                                                  zbnkkycs
031100 01  WS-FACTOR-LINE.                                              zbnkkycs
031200     05  FILLER                            PIC X(9) VALUE SPACES. zbnkkycs
031300     05  WS-FLN-TEXT                       PIC X(60).             zbnkkycs
031400     05  WS-FLN-POINTS                     PIC ZZ9.               zbnkkycs
031500                                                                  zbnkkycs
031600 01  WS-REPORT-LINE                        PIC X(121).            zbnkkycs
031700                                                                  zbnkkycs
031800******************************************************************zbnkkycs
031900* Run counters, reported on the job summary at the end of the    *zbnkkycs
032000* run.                                                           *zbnkkycs
032100******************************************************************zbnkkycs
032200 01  WS-CUSTOMERS-SCORED                   PIC 9(5) VALUE ZERO.   zbnkkycs
032300 01  WS-RATINGS-RAISED                     PIC 9(5) VALUE ZERO.   zbnkkycs
032400 01  WS-RATINGS-LOWERED                    PIC 9(5) VALUE ZERO.   zbnkkycs
032500 01  WS-PINNED-HELD                        PIC 9(5) VALUE ZERO.   zbnkkycs
032600 01  WS-CHANGES-NOT-APPLIED                PIC 9(5) VALUE ZERO.   zbnkkycs
032700 01  WS-RATED-HIGH                         PIC 9(5) VALUE ZERO.   zbnkkycs
032800 01  WS-RATED-MEDIUM                       PIC 9(5) VALUE ZERO.   zbnkkycs
032900 01  WS-RATED-LOW                          PIC 9(5) VALUE ZERO.   zbnkkycs
033000                                                                  zbnkkycs
033100 01  WS-END-OF-CTRY                        PIC X(3) VALUE 'NO '.  zbnkkycs
033200 01  WS-END-OF-ACCOUNT                     PIC X(3) VALUE 'NO '.  zbnkkycs
033300 01  WS-END-OF-AMLF                        PIC X(3) VALUE 'NO '.  zbnkkycs
033400 01  WS-END-OF-CMPQ                        PIC X(3) VALUE 'NO '.  zbnkkycs
033500 01  WS-END-OF-FCAS                        PIC X(3) VALUE 'NO '.  zbnkkycs
033600 01  WS-END-OF-EXTL                        PIC X(3) VALUE 'NO '.  zbnkkycs
033700 01  WS-END-OF-CUST                        PIC X(3) VALUE 'NO '.  zbnkkycs
033800                                                                  zbnkkycs
033900 PROCEDURE DIVISION.                                              zbnkkycs
034000                                                                  zbnkkycs
034100     PERFORM RUN-CONTROL-START                                    zbnkkycs
034200         THRU RUN-CONTROL-START-EXIT.                             zbnkkycs
034300     PERFORM GET-RUN-DATE.                                        zbnkkycs
034400                                                                  zbnkkycs
034500     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           zbnkkycs
034600     STRING 'KYC risk rating run for ' DELIMITED BY SIZE          zbnkkycs
034700            WS-RUN-DATE-DISPLAY DELIMITED BY SIZE                 zbnkkycs
034800       INTO WS-CONSOLE-MESSAGE.                                   zbnkkycs
034900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkkycs
035000                                                                  zbnkkycs
035100     PERFORM LOAD-COUNTRY-LIST.                                   zbnkkycs
035200     PERFORM ACCOUNT-OPEN.                                        zbnkkycs
035300     PERFORM GATHER-ACCOUNTS.                                     zbnkkycs
035400     PERFORM GATHER-CASH-REPORTS.                                 zbnkkycs
035500     PERFORM GATHER-WATCH-LIST-MATCHES.                           zbnkkycs
035600     PERFORM GATHER-FRAUD-CASES.                                  zbnkkycs
035700     PERFORM BDIR-OPEN.                                           zbnkkycs
035800     PERFORM GATHER-TRANSFERS.                                    zbnkkycs
035900     PERFORM BDIR-CLOSE.                                          zbnkkycs
036000     PERFORM ACCOUNT-CLOSE.                                       zbnkkycs
036100                                                                  zbnkkycs
036200     IF WS-TABLE-OVERFLOWED = 'Y'                                 zbnkkycs
036300        MOVE 'Factor table full - ratings not changed'            zbnkkycs
036400          TO WS-CONSOLE-MESSAGE                                   zbnkkycs
036500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkkycs
036600     END-IF.                                                      zbnkkycs
036700                                                                  zbnkkycs
036800     PERFORM CUST-OPEN.                                           zbnkkycs
036900     PERFORM PRINTOUT-OPEN.                                       zbnkkycs
037000     PERFORM WRITE-REPORT-HEADING.                                zbnkkycs
037100     PERFORM CUST-GET.                                            zbnkkycs
037200     PERFORM SCORE-ONE-CUSTOMER                                   zbnkkycs
037300         THRU SCORE-ONE-CUSTOMER-EXIT                             zbnkkycs
037400             UNTIL WS-END-OF-CUST = 'YES'.                        zbnkkycs
037500     PERFORM WRITE-REPORT-TOTALS.                                 zbnkkycs
037600     PERFORM CUST-CLOSE.                                          zbnkkycs
037700     PERFORM PRINTOUT-CLOSE.                                      zbnkkycs
037800                                                                  zbnkkycs
037900     PERFORM PRINT-JOB-SUMMARY.                                   zbnkkycs
038000                                                                  zbnkkycs
038100     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     zbnkkycs
038200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkkycs
038300     MOVE 0 TO RETURN-CODE.                                       zbnkkycs
038400     IF WS-TABLE-OVERFLOWED = 'Y'                                 zbnkkycs
038500        MOVE 4 TO RETURN-CODE                                     zbnkkycs
038600     END-IF.                                                      zbnkkycs
038700     PERFORM RUN-CONTROL-END.                                     zbnkkycs
038800     GOBACK.                                                      zbnkkycs
038900                                                                  zbnkkycs
039000******************************************************************zbnkkycs
039100* GET-RUN-DATE                                                   *zbnkkycs
039200* Obtains today's date, in both numeric and display form, and    *zbnkkycs
039300* the start of the year the activity factors look back over.     *zbnkkycs
039400******************************************************************zbnkkycs
039500 GET-RUN-DATE.                                                    zbnkkycs
039600     ACCEPT WS-TODAY-DATE-N FROM DATE YYYYMMDD.                   zbnkkycs
039700     MOVE SPACES TO DD-INPUT-TYPE.                                zbnkkycs
039800     SET DDI-ISO TO TRUE.                                         zbnkkycs
039900     MOVE SPACES TO DDI-DATA.                                     zbnkkycs
040000     STRING WS-TODAY-CCYY DELIMITED BY SIZE                       zbnkkycs
040100            '-'           DELIMITED BY SIZE                       zbnkkycs
040200            WS-TODAY-MM   DELIMITED BY SIZE                       zbnkkycs
040300            '-'           DELIMITED BY SIZE                       zbnkkycs
040400            WS-TODAY-DD   DELIMITED BY SIZE                       zbnkkycs
040500       INTO DDI-DATA.                                             zbnkkycs
040600     MOVE SPACES TO DD-OUTPUT-TYPE.                               zbnkkycs
040700     SET DDO-DD-MMM-YYYY TO TRUE.                                 zbnkkycs
040800     SET DD-ENV-NULL TO TRUE.                                     zbnkkycs
040900     CALL 'UDATECNV' USING WS-DATE-WORK-AREA.                     zbnkkycs
041000     MOVE DDO-DATA TO WS-RUN-DATE-DISPLAY.                        zbnkkycs
041100     COMPUTE WS-TODAY-INT =                                       zbnkkycs
041200         FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE-N).              zbnkkycs
041300     COMPUTE WS-LOOKBACK-DTE =                                    zbnkkycs
041400         FUNCTION DATE-OF-INTEGER                                 zbnkkycs
041500             (WS-TODAY-INT - WS-LOOKBACK-DAYS).                   zbnkkycs
041600 GET-RUN-DATE-EXIT.                                               zbnkkycs
041700     EXIT.                                                        zbnkkycs
041800                                                                  zbnkkycs
041900******************************************************************zbnkkycs
042000* LOAD-COUNTRY-LIST                                              *zbnkkycs
042100* Loads the BNKCTRY risk list; anything beyond the table is      *zbnkkycs
042200* dropped with a console warning.                                *zbnkkycs
042300******************************************************************zbnkkycs
042400 LOAD-COUNTRY-LIST.                                               zbnkkycs
042500     PERFORM CTRY-OPEN.                                           zbnkkycs
042600     PERFORM CTRY-GET.                                            zbnkkycs
042700     PERFORM LOAD-ONE-COUNTRY                                     zbnkkycs
042800         UNTIL WS-END-OF-CTRY = 'YES'.                            zbnkkycs
042900     PERFORM CTRY-CLOSE.                                          zbnkkycs
043000                                                                  zbnkkycs
043100 LOAD-ONE-COUNTRY.                                                zbnkkycs
043200     IF WS-CTRY-COUNT IS LESS THAN 200                            zbnkkycs
043300        ADD 1 TO WS-CTRY-COUNT                                    zbnkkycs
043400        MOVE CY-REC-CNTRY TO WS-CTRY-CODE (WS-CTRY-COUNT)         zbnkkycs
043500        MOVE CY-REC-RISK TO WS-CTRY-RISK (WS-CTRY-COUNT)          zbnkkycs
043600     ELSE                                                         zbnkkycs
043700        MOVE 'Country list full - entry ignored'                  zbnkkycs
043800          TO WS-CONSOLE-MESSAGE                                   zbnkkycs
043900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkkycs
044000     END-IF.                                                      zbnkkycs
044100     PERFORM CTRY-GET.                                            zbnkkycs
044200                                                                  zbnkkycs
044300******************************************************************zbnkkycs
044400* FIND-COUNTRY-RISK                                              *zbnkkycs
044500* Sets WS-LOOKUP-RISK to H or M for a listed country, F for any  *zbnkkycs
044600* other foreign country, and space for home or no country.       *zbnkkycs
044700******************************************************************zbnkkycs
044800 FIND-COUNTRY-RISK.                                               zbnkkycs
044900     MOVE SPACE TO WS-LOOKUP-RISK.                                zbnkkycs
045000     IF WS-LOOKUP-CNTRY IS EQUAL TO SPACES OR                     zbnkkycs
045100        WS-LOOKUP-CNTRY IS EQUAL TO WS-HOME-CNTRY                 zbnkkycs
045200        GO TO FIND-COUNTRY-RISK-EXIT                              zbnkkycs
045300     END-IF.                                                      zbnkkycs
045400     MOVE 'F' TO WS-LOOKUP-RISK.                                  zbnkkycs
045500     SET CTRY-IDX TO 1.                                           zbnkkycs
045600     SEARCH WS-CTRY-ENTRY                                         zbnkkycs
045700       AT END                                                     zbnkkycs
045800         CONTINUE                                                 zbnkkycs
045900       WHEN CTRY-IDX IS GREATER THAN WS-CTRY-COUNT                zbnkkycs
046000         CONTINUE                                                 zbnkkycs
046100       WHEN WS-CTRY-CODE (CTRY-IDX) IS EQUAL TO WS-LOOKUP-CNTRY   zbnkkycs
046200         MOVE WS-CTRY-RISK (CTRY-IDX) TO WS-LOOKUP-RISK           zbnkkycs
046300     END-SEARCH.                                                  zbnkkycs
046400 FIND-COUNTRY-RISK-EXIT.                                          zbnkkycs
046500     EXIT.                                                        zbnkkycs
046600                                                                  zbnkkycs
046700******************************************************************zbnkkycs
046800* GATHER-ACCOUNTS                                                *zbnkkycs
046900* Product mix - the customer's open accounts, and how many of    *zbnkkycs
047000* them are held in a foreign currency.                           *zbnkkycs
047100******************************************************************zbnkkycs
047200 GATHER-ACCOUNTS.                                                 zbnkkycs
047300     PERFORM ACCOUNT-GET.                                         zbnkkycs
047400     PERFORM GATHER-ONE-ACCOUNT                                   zbnkkycs
047500         UNTIL WS-END-OF-ACCOUNT = 'YES'.                         zbnkkycs
047600                                                                  zbnkkycs
047700 GATHER-ONE-ACCOUNT.                                              zbnkkycs
047800     IF NOT BAC-REC-CLOSED                                        zbnkkycs
047900        MOVE BAC-REC-PID TO WS-TALLY-PID                          zbnkkycs
048000        PERFORM FIND-RISK-ENTRY                                   zbnkkycs
048100            THRU FIND-RISK-ENTRY-EXIT                             zbnkkycs
048200        IF WS-TALLY-FOUND = 'Y'                                   zbnkkycs
048300           ADD 1 TO WS-RSK-ACCOUNTS (RSK-IDX)                     zbnkkycs
048400           IF BAC-REC-CURRENCY IS NOT EQUAL TO SPACES AND         zbnkkycs
048500              BAC-REC-CURRENCY IS NOT EQUAL TO 'USD'              zbnkkycs
048600              ADD 1 TO WS-RSK-FX-ACCOUNTS (RSK-IDX)               zbnkkycs
048700           END-IF                                                 zbnkkycs
048800        END-IF                                                    zbnkkycs
048900     END-IF.                                                      zbnkkycs
049000     PERFORM ACCOUNT-GET.                                         zbnkkycs
049100                                                                  zbnkkycs
049200******************************************************************zbnkkycs
049300* GATHER-CASH-REPORTS                                            *zbnkkycs
049400* The large-cash and same-day total reports ZBNKAML kept over    *zbnkkycs
049500* the past year.                                                 *zbnkkycs
049600******************************************************************zbnkkycs
049700 GATHER-CASH-REPORTS.                                             zbnkkycs
049800     PERFORM AMLF-OPEN.                                           zbnkkycs
049900     PERFORM AMLF-GET.                                            zbnkkycs
050000     PERFORM GATHER-ONE-CASH-REPORT                               zbnkkycs
050100         UNTIL WS-END-OF-AMLF = 'YES'.                            zbnkkycs
050200     PERFORM AMLF-CLOSE.                                          zbnkkycs
050300                                                                  zbnkkycs
050400 GATHER-ONE-CASH-REPORT.                                          zbnkkycs
050500     IF AF-REC-DATE IS NOT LESS THAN WS-LOOKBACK-DTE              zbnkkycs
050600        MOVE AF-REC-PID TO WS-TALLY-PID                           zbnkkycs
050700        PERFORM FIND-RISK-ENTRY                                   zbnkkycs
050800            THRU FIND-RISK-ENTRY-EXIT                             zbnkkycs
050900        IF WS-TALLY-FOUND = 'Y'                                   zbnkkycs
051000           IF AF-REC-LARGE-CASH                                   zbnkkycs
051100              ADD 1 TO WS-RSK-AML-LARGE (RSK-IDX)                 zbnkkycs
051200           ELSE                                                   zbnkkycs
051300              ADD 1 TO WS-RSK-AML-DAYTOT (RSK-IDX)                zbnkkycs
051400           END-IF                                                 zbnkkycs
051500        END-IF                                                    zbnkkycs
051600     END-IF.                                                      zbnkkycs
051700     PERFORM AMLF-GET.                                            zbnkkycs
051800                                                                  zbnkkycs
051900******************************************************************zbnkkycs
052000* GATHER-WATCH-LIST-MATCHES                                      *zbnkkycs
052100* ZBNKSANC cases on the compliance queue. A customer-name match  *zbnkkycs
052200* counts as confirmed once rejected, as pending while undecided, *zbnkkycs
052300* and as cleared if released in the past year; a payment held on *zbnkkycs
052400* a match counts against the paying customer until released.     *zbnkkycs
052500******************************************************************zbnkkycs
052600 GATHER-WATCH-LIST-MATCHES.                                       zbnkkycs
052700     PERFORM CMPQ-OPEN.                                           zbnkkycs
052800     PERFORM CMPQ-GET.                                            zbnkkycs
052900     PERFORM GATHER-ONE-MATCH                                     zbnkkycs
053000         UNTIL WS-END-OF-CMPQ = 'YES'.                            zbnkkycs
053100     PERFORM CMPQ-CLOSE.                                          zbnkkycs
053200                                                                  zbnkkycs
053300 GATHER-ONE-MATCH.                                                zbnkkycs
053400     IF CP-REC-PID IS NOT EQUAL TO SPACES                         zbnkkycs
053500        MOVE CP-REC-PID TO WS-TALLY-PID                           zbnkkycs
053600        PERFORM FIND-RISK-ENTRY                                   zbnkkycs
053700            THRU FIND-RISK-ENTRY-EXIT                             zbnkkycs
053800        IF WS-TALLY-FOUND = 'Y'                                   zbnkkycs
053900           PERFORM TALLY-ONE-MATCH                                zbnkkycs
054000        END-IF                                                    zbnkkycs
054100     END-IF.                                                      zbnkkycs
054200     PERFORM CMPQ-GET.                                            zbnkkycs
054300                                                                  zbnkkycs
054400 TALLY-ONE-MATCH.                                                 zbnkkycs
054500     IF CP-REC-SOURCE-PAYMENT                                     zbnkkycs
054600        IF NOT CP-REC-RELEASED                                    zbnkkycs
054700           ADD 1 TO WS-RSK-SANC-PAYMENT (RSK-IDX)                 zbnkkycs
054800        END-IF                                                    zbnkkycs
054900     ELSE                                                         zbnkkycs
055000        EVALUATE TRUE                                             zbnkkycs
055100          WHEN CP-REC-REJECTED                                    zbnkkycs
055200            ADD 1 TO WS-RSK-SANC-CONFIRMED (RSK-IDX)              zbnkkycs
055300          WHEN CP-REC-PENDING                                     zbnkkycs
055400            ADD 1 TO WS-RSK-SANC-PENDING (RSK-IDX)                zbnkkycs
055500          WHEN CP-REC-RELEASED                                    zbnkkycs
055600            IF CP-REC-DECIDE-DTE IS NOT LESS THAN WS-LOOKBACK-DTE zbnkkycs
055700               ADD 1 TO WS-RSK-SANC-CLEARED (RSK-IDX)             zbnkkycs
055800            END-IF                                                zbnkkycs
055900        END-EVALUATE                                              zbnkkycs
056000     END-IF.                                                      zbnkkycs
056100                                                                  zbnkkycs
056200******************************************************************zbnkkycs
056300* GATHER-FRAUD-CASES                                             *zbnkkycs
056400* BNKFCAS cases still open, and those confirmed as fraud in the  *zbnkkycs
056500* past year.                                                     *zbnkkycs
056600******************************************************************zbnkkycs
056700 GATHER-FRAUD-CASES.                                              zbnkkycs
056800     PERFORM FCAS-OPEN.                                           zbnkkycs
056900     PERFORM FCAS-GET.                                            zbnkkycs
057000     PERFORM GATHER-ONE-FRAUD-CASE                                zbnkkycs
057100         UNTIL WS-END-OF-FCAS = 'YES'.                            zbnkkycs
057200     PERFORM FCAS-CLOSE.                                          zbnkkycs
057300                                                                  zbnkkycs
057400 GATHER-ONE-FRAUD-CASE.                                           zbnkkycs
057500     IF FC-REC-PID IS NOT EQUAL TO SPACES                         zbnkkycs
057600        MOVE FC-REC-PID TO WS-TALLY-PID                           zbnkkycs
057700        PERFORM FIND-RISK-ENTRY                                   zbnkkycs
057800            THRU FIND-RISK-ENTRY-EXIT                             zbnkkycs
057900        IF WS-TALLY-FOUND = 'Y'                                   zbnkkycs
058000           IF FC-REC-OPEN                                         zbnkkycs
058100              ADD 1 TO WS-RSK-FRAUD-OPEN (RSK-IDX)                zbnkkycs
058200           END-IF                                                 zbnkkycs
058300           IF FC-REC-CONFIRMED-FRAUD AND                          zbnkkycs
058400              FC-REC-DATE IS NOT LESS THAN WS-LOOKBACK-DTE        zbnkkycs
058500              ADD 1 TO WS-RSK-FRAUD-CONFIRMED (RSK-IDX)           zbnkkycs
058600           END-IF                                                 zbnkkycs
058700        END-IF                                                    zbnkkycs
058800     END-IF.                                                      zbnkkycs
058900     PERFORM FCAS-GET.                                            zbnkkycs
059000                                                                  zbnkkycs
059100******************************************************************zbnkkycs
059200* GATHER-TRANSFERS                                               *zbnkkycs
059300* External transfers requested in the past year to a bank the    *zbnkkycs
059400* BNKBDIR directory places outside the home country, counted     *zbnkkycs
059500* against the owner of the debited account. Rejected and         *zbnkkycs
059600* returned transfers are left out.                               *zbnkkycs
059700******************************************************************zbnkkycs
059800 GATHER-TRANSFERS.                                                zbnkkycs
059900     PERFORM EXTL-OPEN.                                           zbnkkycs
060000     PERFORM EXTL-GET.                                            zbnkkycs
060100     PERFORM GATHER-ONE-TRANSFER                                  zbnkkycs
060200         THRU GATHER-ONE-TRANSFER-EXIT                            zbnkkycs
060300             UNTIL WS-END-OF-EXTL = 'YES'.                        zbnkkycs
060400     PERFORM EXTL-CLOSE.                                          zbnkkycs
060500                                                                  zbnkkycs
060600 GATHER-ONE-TRANSFER.                                             zbnkkycs
060700     IF XT-REC-REQUEST-DTE IS LESS THAN WS-LOOKBACK-DTE OR        zbnkkycs
060800        XT-REC-REJECTED OR XT-REC-RETURNED                        zbnkkycs
060900        GO TO GATHER-ONE-TRANSFER-NEXT                            zbnkkycs
061000     END-IF.                                                      zbnkkycs
061100     MOVE XT-REC-DEST-BANK-ID TO BD-REC-BANK-ID.                  zbnkkycs
061200     PERFORM BDIR-READ.                                           zbnkkycs
061300     IF WS-BDIR-STATUS NOT = '00'                                 zbnkkycs
061400        GO TO GATHER-ONE-TRANSFER-NEXT                            zbnkkycs
061500     END-IF.                                                      zbnkkycs
061600     MOVE BD-REC-COUNTRY TO WS-LOOKUP-CNTRY.                      zbnkkycs
061700     PERFORM FIND-COUNTRY-RISK                                    zbnkkycs
061800         THRU FIND-COUNTRY-RISK-EXIT.                             zbnkkycs
061900     IF WS-LOOKUP-RISK IS EQUAL TO SPACE                          zbnkkycs
062000        GO TO GATHER-ONE-TRANSFER-NEXT                            zbnkkycs
062100     END-IF.                                                      zbnkkycs
062200     MOVE XT-REC-FROM-ACCNO TO BAC-REC-ACCNO.                     zbnkkycs
062300     PERFORM ACCOUNT-READ.                                        zbnkkycs
062400     IF WS-ACCOUNT-STATUS NOT = '00'                              zbnkkycs
062500        GO TO GATHER-ONE-TRANSFER-NEXT                            zbnkkycs
062600     END-IF.                                                      zbnkkycs
062700     MOVE BAC-REC-PID TO WS-TALLY-PID.                            zbnkkycs
062800     PERFORM FIND-RISK-ENTRY                                      zbnkkycs
062900         THRU FIND-RISK-ENTRY-EXIT.                               zbnkkycs
063000     IF WS-TALLY-FOUND = 'N'                                      zbnkkycs
063100        GO TO GATHER-ONE-TRANSFER-NEXT                            zbnkkycs
063200     END-IF.                                                      zbnkkycs
063300     ADD 1 TO WS-RSK-XFER-COUNT (RSK-IDX).                        zbnkkycs
063400     ADD XT-REC-AMOUNT TO WS-RSK-XFER-TOTAL (RSK-IDX).            zbnkkycs
063500     IF WS-LOOKUP-RISK IS EQUAL TO 'H'                            zbnkkycs
063600        ADD 1 TO WS-RSK-XFER-HIGH-RISK (RSK-IDX)                  zbnkkycs
063700     END-IF.                                                      zbnkkycs
063800 GATHER-ONE-TRANSFER-NEXT.                                        zbnkkycs
063900     PERFORM EXTL-GET.                                            zbnkkycs
064000 GATHER-ONE-TRANSFER-EXIT.                                        zbnkkycs
064100     EXIT.                                                        zbnkkycs
064200                                                                  zbnkkycs
064300******************************************************************zbnkkycs
064400* FIND-RISK-ENTRY                                                *zbnkkycs
064500* Points RSK-IDX at WS-TALLY-PID's entry, adding one if needed.  *zbnkkycs
064600* A full table leaves WS-TALLY-FOUND at N and stops any rating   *zbnkkycs
064700* being changed this run, since a customer's factors may then    *zbnkkycs
064800* be missing.                                                    *zbnkkycs
064900******************************************************************zbnkkycs
065000 FIND-RISK-ENTRY.                                                 zbnkkycs
065100     MOVE 'Y' TO WS-TALLY-FOUND.                                  zbnkkycs
065200     SET RSK-IDX TO 1.                                            zbnkkycs
065300     SEARCH WS-RSK-ENTRY                                          zbnkkycs
065400       AT END                                                     zbnkkycs
065500         PERFORM ADD-RISK-ENTRY                                   zbnkkycs
065600       WHEN RSK-IDX IS GREATER THAN WS-RSK-COUNT                  zbnkkycs
065700         PERFORM ADD-RISK-ENTRY                                   zbnkkycs
065800       WHEN WS-RSK-PID (RSK-IDX) IS EQUAL TO WS-TALLY-PID         zbnkkycs
065900         CONTINUE                                                 zbnkkycs
066000     END-SEARCH.                                                  zbnkkycs
066100 FIND-RISK-ENTRY-EXIT.                                            zbnkkycs
066200     EXIT.                                                        zbnkkycs
066300                                                                  zbnkkycs
066400 ADD-RISK-ENTRY.                                                  zbnkkycs
066500     IF WS-RSK-COUNT IS LESS THAN 5000                            zbnkkycs
066600        ADD 1 TO WS-RSK-COUNT                                     zbnkkycs
066700        SET RSK-IDX TO WS-RSK-COUNT                               zbnkkycs
066800        INITIALIZE WS-RSK-ENTRY (RSK-IDX)                         zbnkkycs
066900        MOVE WS-TALLY-PID TO WS-RSK-PID (RSK-IDX)                 zbnkkycs
067000     ELSE                                                         zbnkkycs
067100        MOVE 'N' TO WS-TALLY-FOUND                                zbnkkycs
067200        MOVE 'Y' TO WS-TABLE-OVERFLOWED                           zbnkkycs
067300     END-IF.                                                      zbnkkycs
067400                                                                  zbnkkycs
067500******************************************************************zbnkkycs
067600* SCORE-ONE-CUSTOMER                                             *zbnkkycs
067700* Scores the customer in the buffer and, where the rating that   *zbnkkycs
067800* follows differs from the one held, changes it - unless it is   *zbnkkycs
067900* pinned or the gathering tables overflowed - and reports it     *zbnkkycs
068000* with its factors.                                              *zbnkkycs
068100******************************************************************zbnkkycs
068200 SCORE-ONE-CUSTOMER.                                              zbnkkycs
068300     ADD 1 TO WS-CUSTOMERS-SCORED.                                zbnkkycs
068400     MOVE ZERO TO WS-SCORE.                                       zbnkkycs
068500     MOVE ZERO TO WS-FACTOR-COUNT.                                zbnkkycs
068600     PERFORM SCORE-COUNTRY.                                       zbnkkycs
068700     MOVE BCS-REC-PID TO WS-TALLY-PID.                            zbnkkycs
068800     SET RSK-IDX TO 1.                                            zbnkkycs
068900     SEARCH WS-RSK-ENTRY                                          zbnkkycs
069000       AT END                                                     zbnkkycs
069100         CONTINUE                                                 zbnkkycs
069200       WHEN RSK-IDX IS GREATER THAN WS-RSK-COUNT                  zbnkkycs
069300         CONTINUE                                                 zbnkkycs
069400       WHEN WS-RSK-PID (RSK-IDX) IS EQUAL TO WS-TALLY-PID         zbnkkycs
069500         PERFORM SCORE-GATHERED-FACTORS                           zbnkkycs
069600     END-SEARCH.                                                  zbnkkycs
069700                                                                  zbnkkycs
069800     EVALUATE TRUE                                                zbnkkycs
069900       WHEN WS-SCORE IS NOT LESS THAN WS-HIGH-RISK-SCORE          zbnkkycs
070000         MOVE 'H' TO WS-NEW-RISK                                  zbnkkycs
070100         MOVE WS-HIGH-CYCLE-DAYS TO WS-CYCLE-DAYS                 zbnkkycs
070200         ADD 1 TO WS-RATED-HIGH                                   zbnkkycs
070300       WHEN WS-SCORE IS NOT LESS THAN WS-MEDIUM-RISK-SCORE        zbnkkycs
070400         MOVE 'M' TO WS-NEW-RISK                                  zbnkkycs
070500         MOVE WS-MEDIUM-CYCLE-DAYS TO WS-CYCLE-DAYS               zbnkkycs
070600         ADD 1 TO WS-RATED-MEDIUM                                 zbnkkycs
070700       WHEN OTHER                                                 zbnkkycs
070800         MOVE 'L' TO WS-NEW-RISK                                  zbnkkycs
070900         MOVE WS-LOW-CYCLE-DAYS TO WS-CYCLE-DAYS                  zbnkkycs
071000         ADD 1 TO WS-RATED-LOW                                    zbnkkycs
071100     END-EVALUATE.                                                zbnkkycs
071200     MOVE BCS-REC-KYC-RISK TO WS-OLD-RISK.                        zbnkkycs
071300     IF WS-OLD-RISK IS EQUAL TO SPACE                             zbnkkycs
071400        MOVE 'L' TO WS-OLD-RISK                                   zbnkkycs
071500     END-IF.                                                      zbnkkycs
071600     IF WS-NEW-RISK IS EQUAL TO WS-OLD-RISK                       zbnkkycs
071700        GO TO SCORE-ONE-CUSTOMER-NEXT                             zbnkkycs
071800     END-IF.                                                      zbnkkycs
071900                                                                  zbnkkycs
072000     MOVE BCS-REC-KYC-REVIEW-DTE TO WS-NEW-REVIEW-DTE.            zbnkkycs
072100     IF BCS-REC-KYC-RISK-PINNED                                   zbnkkycs
072200        ADD 1 TO WS-PINNED-HELD                                   zbnkkycs
072300        MOVE 'Pinned by compliance - unchanged' TO WS-DET-NOTE    zbnkkycs
072400        PERFORM REPORT-CUSTOMER                                   zbnkkycs
072500        GO TO SCORE-ONE-CUSTOMER-NEXT                             zbnkkycs
072600     END-IF.                                                      zbnkkycs
072700     IF WS-TABLE-OVERFLOWED = 'Y'                                 zbnkkycs
072800        ADD 1 TO WS-CHANGES-NOT-APPLIED                           zbnkkycs
072900        MOVE 'Not applied - factor table full' TO WS-DET-NOTE     zbnkkycs
073000        PERFORM REPORT-CUSTOMER                                   zbnkkycs
073100        GO TO SCORE-ONE-CUSTOMER-NEXT                             zbnkkycs
073200     END-IF.                                                      zbnkkycs
073300                                                                  zbnkkycs
073400     COMPUTE WS-NEW-REVIEW-DTE =                                  zbnkkycs
073500         FUNCTION DATE-OF-INTEGER (WS-TODAY-INT + WS-CYCLE-DAYS). zbnkkycs
073600     IF BCS-REC-KYC-REVIEW-DTE IS GREATER THAN ZERO AND           zbnkkycs
073700        BCS-REC-KYC-REVIEW-DTE IS LESS THAN WS-NEW-REVIEW-DTE     zbnkkycs
073800        MOVE BCS-REC-KYC-REVIEW-DTE TO WS-NEW-REVIEW-DTE          zbnkkycs
073900     END-IF.                                                      zbnkkycs
074000     IF WS-NEW-RISK IS EQUAL TO 'H' OR                            zbnkkycs
074100        (WS-NEW-RISK IS EQUAL TO 'M' AND WS-OLD-RISK = 'L')       zbnkkycs
074200        ADD 1 TO WS-RATINGS-RAISED                                zbnkkycs
074300        MOVE 'Rating raised' TO WS-DET-NOTE                       zbnkkycs
074400     ELSE                                                         zbnkkycs
074500        ADD 1 TO WS-RATINGS-LOWERED                               zbnkkycs
074600        MOVE 'Rating lowered' TO WS-DET-NOTE                      zbnkkycs
074700     END-IF.                                                      zbnkkycs
074800     MOVE WS-NEW-RISK TO BCS-REC-KYC-RISK.                        zbnkkycs
074900     MOVE WS-NEW-REVIEW-DTE TO BCS-REC-KYC-REVIEW-DTE.            zbnkkycs
075000     PERFORM CUST-REWRITE.                                        zbnkkycs
075100     PERFORM REPORT-CUSTOMER.                                     zbnkkycs
075200 SCORE-ONE-CUSTOMER-NEXT.                                         zbnkkycs
075300     PERFORM CUST-GET.                                            zbnkkycs
075400 SCORE-ONE-CUSTOMER-EXIT.                                         zbnkkycs
075500     EXIT.                                                        zbnkkycs
075600                                                                  zbnkkycs
075700******************************************************************zbnkkycs
075800* SCORE-COUNTRY                                                  *zbnkkycs
075900* Country of residence against the BNKCTRY list.                 *zbnkkycs
076000******************************************************************zbnkkycs
076100 SCORE-COUNTRY.                                                   zbnkkycs
076200     MOVE BCS-REC-CNTRY TO WS-LOOKUP-CNTRY.                       zbnkkycs
076300     PERFORM FIND-COUNTRY-RISK                                    zbnkkycs
076400         THRU FIND-COUNTRY-RISK-EXIT.                             zbnkkycs
076500     MOVE SPACES TO WS-ADD-TEXT.                                  zbnkkycs
076600     EVALUATE WS-LOOKUP-RISK                                      zbnkkycs
076700       WHEN 'H'                                                   zbnkkycs
076800         STRING 'Resident in high-risk country ' DELIMITED BY SIZEzbnkkycs
076900                BCS-REC-CNTRY DELIMITED BY SIZE                   zbnkkycs
077000           INTO WS-ADD-TEXT                                       zbnkkycs
077100         MOVE WS-PTS-CNTRY-HIGH TO WS-ADD-POINTS                  zbnkkycs
077200         PERFORM ADD-FACTOR                                       zbnkkycs
077300       WHEN 'M'                                                   zbnkkycs
077400         STRING 'Resident in medium-risk country '                zbnkkycs
077500                                       DELIMITED BY SIZE          zbnkkycs
077600                BCS-REC-CNTRY DELIMITED BY SIZE                   zbnkkycs
077700           INTO WS-ADD-TEXT                                       zbnkkycs
077800         MOVE WS-PTS-CNTRY-MEDIUM TO WS-ADD-POINTS                zbnkkycs
077900         PERFORM ADD-FACTOR                                       zbnkkycs
078000       WHEN 'F'                                                   zbnkkycs
078100         STRING 'Resident abroad - ' DELIMITED BY SIZE            zbnkkycs
078200                BCS-REC-CNTRY DELIMITED BY SIZE                   zbnkkycs
078300           INTO WS-ADD-TEXT                                       zbnkkycs
078400         MOVE WS-PTS-CNTRY-FOREIGN TO WS-ADD-POINTS               zbnkkycs
078500         PERFORM ADD-FACTOR                                       zbnkkycs
078600     END-EVALUATE.                                                zbnkkycs
078700                                                                  zbnkkycs
078800******************************************************************zbnkkycs
078900* SCORE-GATHERED-FACTORS                                         *zbnkkycs
079000* Everything gathered against the customer at RSK-IDX. The cash  *zbnkkycs
079100* reports are capped so one busy period cannot swamp the score.  *zbnkkycs
079200******************************************************************zbnkkycs
079300 SCORE-GATHERED-FACTORS.                                          zbnkkycs
079400     IF WS-RSK-FX-ACCOUNTS (RSK-IDX) IS GREATER THAN ZERO         zbnkkycs
079500        MOVE WS-RSK-FX-ACCOUNTS (RSK-IDX) TO WS-COUNT-D           zbnkkycs
079600        MOVE SPACES TO WS-ADD-TEXT                                zbnkkycs
079700        STRING 'Foreign-currency accounts held: '                 zbnkkycs
079800                                      DELIMITED BY SIZE           zbnkkycs
079900               WS-COUNT-D DELIMITED BY SIZE                       zbnkkycs
080000          INTO WS-ADD-TEXT                                        zbnkkycs
080100        MOVE WS-PTS-FX-ACCOUNT TO WS-ADD-POINTS                   zbnkkycs
080200        PERFORM ADD-FACTOR                                        zbnkkycs
080300     END-IF.                                                      zbnkkycs
080400     IF WS-RSK-ACCOUNTS (RSK-IDX) IS GREATER THAN WS-MANY-ACCOUNTSzbnkkycs
080500        MOVE WS-RSK-ACCOUNTS (RSK-IDX) TO WS-COUNT-D              zbnkkycs
080600        MOVE SPACES TO WS-ADD-TEXT                                zbnkkycs
080700        STRING 'Open accounts held: ' DELIMITED BY SIZE           zbnkkycs
080800               WS-COUNT-D DELIMITED BY SIZE                       zbnkkycs
080900          INTO WS-ADD-TEXT                                        zbnkkycs
081000        MOVE WS-PTS-MANY-ACCOUNTS TO WS-ADD-POINTS                zbnkkycs
081100        PERFORM ADD-FACTOR                                        zbnkkycs
081200     END-IF.                                                      zbnkkycs
081300     IF WS-RSK-AML-LARGE (RSK-IDX) IS GREATER THAN ZERO OR        zbnkkycs
081400        WS-RSK-AML-DAYTOT (RSK-IDX) IS GREATER THAN ZERO          zbnkkycs
081500        COMPUTE WS-AML-POINTS =                                   zbnkkycs
081600            WS-RSK-AML-LARGE (RSK-IDX) * WS-PTS-AML-LARGE         zbnkkycs
081700          + WS-RSK-AML-DAYTOT (RSK-IDX) * WS-PTS-AML-DAYTOT       zbnkkycs
081800        IF WS-AML-POINTS IS GREATER THAN WS-PTS-AML-CAP           zbnkkycs
081900           MOVE WS-PTS-AML-CAP TO WS-AML-POINTS                   zbnkkycs
082000        END-IF                                                    zbnkkycs
082100        MOVE SPACES TO WS-ADD-TEXT                                zbnkkycs
082200        MOVE WS-RSK-AML-LARGE (RSK-IDX) TO WS-COUNT-D             zbnkkycs
082300        STRING 'Cash reports in the year - large: '               zbnkkycs
082400                                      DELIMITED BY SIZE           zbnkkycs
082500               WS-COUNT-D DELIMITED BY SIZE                       zbnkkycs
082600          INTO WS-ADD-TEXT                                        zbnkkycs
082700        MOVE WS-RSK-AML-DAYTOT (RSK-IDX) TO WS-COUNT-D            zbnkkycs
082800        MOVE ' same-day total:' TO WS-ADD-TEXT (40:16)            zbnkkycs
082900        MOVE WS-COUNT-D TO WS-ADD-TEXT (56:5)                     zbnkkycs
083000        MOVE WS-AML-POINTS TO WS-ADD-POINTS                       zbnkkycs
083100        PERFORM ADD-FACTOR                                        zbnkkycs
083200     END-IF.                                                      zbnkkycs
083300     IF WS-RSK-SANC-CONFIRMED (RSK-IDX) IS GREATER THAN ZERO      zbnkkycs
083400        MOVE 'Watch-list match confirmed' TO WS-ADD-TEXT          zbnkkycs
083500        MOVE WS-PTS-SANC-CONFIRMED TO WS-ADD-POINTS               zbnkkycs
083600        PERFORM ADD-FACTOR                                        zbnkkycs
083700     END-IF.                                                      zbnkkycs
083800     IF WS-RSK-SANC-PENDING (RSK-IDX) IS GREATER THAN ZERO        zbnkkycs
083900        MOVE 'Watch-list match awaiting decision' TO WS-ADD-TEXT  zbnkkycs
084000        MOVE WS-PTS-SANC-PENDING TO WS-ADD-POINTS                 zbnkkycs
084100        PERFORM ADD-FACTOR                                        zbnkkycs
084200     END-IF.                                                      zbnkkycs
084300     IF WS-RSK-SANC-CLEARED (RSK-IDX) IS GREATER THAN ZERO        zbnkkycs
084400        MOVE 'Watch-list near-match cleared in the year'          zbnkkycs
084500          TO WS-ADD-TEXT                                          zbnkkycs
084600        MOVE WS-PTS-SANC-CLEARED TO WS-ADD-POINTS                 zbnkkycs
084700        PERFORM ADD-FACTOR                                        zbnkkycs
084800     END-IF.                                                      zbnkkycs
084900     IF WS-RSK-SANC-PAYMENT (RSK-IDX) IS GREATER THAN ZERO        zbnkkycs
085000        MOVE 'Transfer held on a watch-list match' TO WS-ADD-TEXT zbnkkycs
085100        MOVE WS-PTS-SANC-PAYMENT TO WS-ADD-POINTS                 zbnkkycs
085200        PERFORM ADD-FACTOR                                        zbnkkycs
085300     END-IF.                                                      zbnkkycs
085400     IF WS-RSK-FRAUD-CONFIRMED (RSK-IDX) IS GREATER THAN ZERO     zbnkkycs
085500        MOVE 'Fraud confirmed in the year' TO WS-ADD-TEXT         zbnkkycs
085600        MOVE WS-PTS-FRAUD-CONFIRMED TO WS-ADD-POINTS              zbnkkycs
085700        PERFORM ADD-FACTOR                                        zbnkkycs
085800     END-IF.                                                      zbnkkycs
085900     IF WS-RSK-FRAUD-OPEN (RSK-IDX) IS GREATER THAN ZERO          zbnkkycs
086000        MOVE 'Fraud case open' TO WS-ADD-TEXT                     zbnkkycs
086100        MOVE WS-PTS-FRAUD-OPEN TO WS-ADD-POINTS                   zbnkkycs
086200        PERFORM ADD-FACTOR                                        zbnkkycs
086300     END-IF.                                                      zbnkkycs
086400     IF WS-RSK-XFER-COUNT (RSK-IDX) IS GREATER THAN ZERO          zbnkkycs
086500        PERFORM SCORE-TRANSFERS                                   zbnkkycs
086600     END-IF.                                                      zbnkkycs
086700                                                                  zbnkkycs
086800 SCORE-TRANSFERS.                                                 zbnkkycs
086900     MOVE ZERO TO WS-ADD-POINTS.                                  zbnkkycs
087000     IF WS-RSK-XFER-TOTAL (RSK-IDX) IS GREATER THAN               zbnkkycs
087100        WS-XFER-HIGH-TOTAL                                        zbnkkycs
087200        MOVE WS-PTS-XFER-HIGH TO WS-ADD-POINTS                    zbnkkycs
087300     ELSE                                                         zbnkkycs
087400        IF WS-RSK-XFER-TOTAL (RSK-IDX) IS GREATER THAN            zbnkkycs
087500           WS-XFER-MEDIUM-TOTAL                                   zbnkkycs
087600           MOVE WS-PTS-XFER-MEDIUM TO WS-ADD-POINTS               zbnkkycs
087700        END-IF                                                    zbnkkycs
087800     END-IF.                                                      zbnkkycs
087900     IF WS-RSK-XFER-COUNT (RSK-IDX) IS GREATER THAN WS-XFER-MANY  zbnkkycs
088000        ADD WS-PTS-XFER-MANY TO WS-ADD-POINTS                     zbnkkycs
088100     END-IF.                                                      zbnkkycs
088200     MOVE WS-RSK-XFER-COUNT (RSK-IDX) TO WS-COUNT-D.              zbnkkycs
088300     MOVE WS-RSK-XFER-TOTAL (RSK-IDX) TO WS-AMOUNT-D.             zbnkkycs
088400     MOVE SPACES TO WS-ADD-TEXT.                                  zbnkkycs
088500     STRING 'International transfers in the year:'                zbnkkycs
088600                                      DELIMITED BY SIZE           zbnkkycs
088700            WS-COUNT-D DELIMITED BY SIZE                          zbnkkycs
088800            ' for ' DELIMITED BY SIZE                             zbnkkycs
088900            WS-AMOUNT-D DELIMITED BY SIZE                         zbnkkycs
089000       INTO WS-ADD-TEXT.                                          zbnkkycs
089100     IF WS-ADD-POINTS IS GREATER THAN ZERO                        zbnkkycs
089200        PERFORM ADD-FACTOR                                        zbnkkycs
089300     END-IF.                                                      zbnkkycs
089400     IF WS-RSK-XFER-HIGH-RISK (RSK-IDX) IS GREATER THAN ZERO      zbnkkycs
089500        MOVE WS-RSK-XFER-HIGH-RISK (RSK-IDX) TO WS-COUNT-D        zbnkkycs
089600        MOVE SPACES TO WS-ADD-TEXT                                zbnkkycs
089700        STRING 'Transfers to high-risk countries: '               zbnkkycs
089800                                      DELIMITED BY SIZE           zbnkkycs
089900               WS-COUNT-D DELIMITED BY SIZE                       zbnkkycs
090000          INTO WS-ADD-TEXT                                        zbnkkycs
090100        MOVE WS-PTS-XFER-HIGH-RISK TO WS-ADD-POINTS               zbnkkycs
090200        PERFORM ADD-FACTOR                                        zbnkkycs
090300     END-IF.                                                      zbnkkycs
090400                                                                  zbnkkycs
090500******************************************************************zbnkkycs
090600* ADD-FACTOR                                                     *zbnkkycs
090700* Adds WS-ADD-POINTS to the score and keeps WS-ADD-TEXT for the  *zbnkkycs
090800* report. The score is held at 999.                              *zbnkkycs
090900******************************************************************zbnkkycs
091000 ADD-FACTOR.                                                      zbnkkycs
091100     IF WS-SCORE + WS-ADD-POINTS IS GREATER THAN 999              zbnkkycs
091200        MOVE 999 TO WS-SCORE                                      zbnkkycs
091300     ELSE                                                         zbnkkycs
091400        ADD WS-ADD-POINTS TO WS-SCORE                             zbnkkycs
091500     END-IF.                                                      zbnkkycs
091600     IF WS-FACTOR-COUNT IS LESS THAN 12                           zbnkkycs
091700        ADD 1 TO WS-FACTOR-COUNT                                  zbnkkycs
091800        MOVE WS-ADD-TEXT TO WS-FACTOR-TEXT (WS-FACTOR-COUNT)      zbnkkycs
091900        MOVE WS-ADD-POINTS TO WS-FACTOR-POINTS (WS-FACTOR-COUNT)  zbnkkycs
092000     END-IF.                                                      zbnkkycs
092100     MOVE SPACES TO WS-ADD-TEXT.                                  zbnkkycs
092200                                                                  zbnkkycs
092300******************************************************************zbnkkycs
092400* REPORT-CUSTOMER                                                *zbnkkycs
092500* The customer's line - old and new rating, score, review date   *zbnkkycs
092600* and what was done - followed by each factor and its points.    *zbnkkycs
092700******************************************************************zbnkkycs
092800 REPORT-CUSTOMER.                                                 zbnkkycs
092900     MOVE SPACES TO PRINTOUT-REC.                                 zbnkkycs
093000     PERFORM PRINTOUT-PUT.                                        zbnkkycs
093100     MOVE BCS-REC-PID TO WS-DET-PID.                              zbnkkycs
093200     MOVE BCS-REC-NAME TO WS-DET-NAME.                            zbnkkycs
093300     MOVE WS-OLD-RISK TO WS-DET-OLD-RISK.                         zbnkkycs
093400     MOVE WS-NEW-RISK TO WS-DET-NEW-RISK.                         zbnkkycs
093500     MOVE WS-SCORE TO WS-DET-SCORE.                               zbnkkycs
093600     MOVE WS-NEW-REVIEW-DTE TO WS-DET-REVIEW-DTE.                 zbnkkycs
093700     MOVE WS-DETAIL-LINE TO PRINTOUT-REC.                         zbnkkycs
093800     PERFORM PRINTOUT-PUT.                                        zbnkkycs
093900     IF WS-FACTOR-COUNT IS EQUAL TO ZERO                          zbnkkycs
094000        MOVE SPACES TO WS-FLN-TEXT                                zbnkkycs
094100        MOVE 'No risk factors found' TO WS-FLN-TEXT               zbnkkycs
094200        MOVE ZERO TO WS-FLN-POINTS                                zbnkkycs
094300        MOVE WS-FACTOR-LINE TO PRINTOUT-REC                       zbnkkycs
094400        PERFORM PRINTOUT-PUT                                      zbnkkycs
094500     END-IF.                                                      zbnkkycs
094600     PERFORM REPORT-ONE-FACTOR                                    zbnkkycs
094700         VARYING WS-FACTOR-SUB FROM 1 BY 1                        zbnkkycs
094800             UNTIL WS-FACTOR-SUB IS GREATER THAN WS-FACTOR-COUNT. zbnkkycs
094900                                                                  zbnkkycs
095000 REPORT-ONE-FACTOR.                                               zbnkkycs
095100     MOVE WS-FACTOR-TEXT (WS-FACTOR-SUB) TO WS-FLN-TEXT.          zbnkkycs
095200     MOVE WS-FACTOR-POINTS (WS-FACTOR-SUB) TO WS-FLN-POINTS.      zbnkkycs
095300     MOVE WS-FACTOR-LINE TO PRINTOUT-REC.                         zbnkkycs
095400     PERFORM PRINTOUT-PUT.                                        zbnkkycs
095500                                                                  zbnkkycs
095600******************************************************************zbnkkycs
095700* WRITE-REPORT-HEADING                                           *zbnkkycs
095800* Writes the report title and column heading lines.              *zbnkkycs
095900******************************************************************zbnkkycs
096000 WRITE-REPORT-HEADING.                                            zbnkkycs
096100     MOVE SPACES TO WS-REPORT-LINE.                               zbnkkycs
096200     STRING 'KYC Risk Rating Changes - run date '                 zbnkkycs
096300                                      DELIMITED BY SIZE           zbnkkycs
096400            WS-RUN-DATE-DISPLAY       DELIMITED BY SIZE           zbnkkycs
096500       INTO WS-REPORT-LINE.                                       zbnkkycs
096600     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkkycs
096700     PERFORM PRINTOUT-PUT.                                        zbnkkycs
096800     MOVE SPACES TO PRINTOUT-REC.                                 zbnkkycs
096900     PERFORM PRINTOUT-PUT.                                        zbnkkycs
097000     MOVE SPACES TO WS-REPORT-LINE.                               zbnkkycs
097100     MOVE 'Cust   Name                       Was  Now  Score'     zbnkkycs
097200       TO WS-REPORT-LINE.                                         zbnkkycs
097300     MOVE 'Review by  Note' TO WS-REPORT-LINE (53:15).            zbnkkycs
097400     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkkycs
097500     PERFORM PRINTOUT-PUT.                                        zbnkkycs
097600                                                                  zbnkkycs
097700******************************************************************zbnkkycs
097800* WRITE-REPORT-TOTALS                                            *zbnkkycs
097900* How the whole customer base now scores, by rating.             *zbnkkycs
098000******************************************************************zbnkkycs
098100 WRITE-REPORT-TOTALS.                                             zbnkkycs
098200     MOVE SPACES TO PRINTOUT-REC.                                 zbnkkycs
098300     PERFORM PRINTOUT-PUT.                                        zbnkkycs
098400     MOVE SPACES TO WS-REPORT-LINE.                               zbnkkycs
098500     STRING 'Customers scoring high: ' DELIMITED BY SIZE          zbnkkycs
098600            WS-RATED-HIGH DELIMITED BY SIZE                       zbnkkycs
098700            '  medium: ' DELIMITED BY SIZE                        zbnkkycs
098800            WS-RATED-MEDIUM DELIMITED BY SIZE                     zbnkkycs
098900            '  low: ' DELIMITED BY SIZE                           zbnkkycs
099000            WS-RATED-LOW DELIMITED BY SIZE                        zbnkkycs
099100       INTO WS-REPORT-LINE.                                       zbnkkycs
099200     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkkycs
099300     PERFORM PRINTOUT-PUT.                                        zbnkkycs
099400     IF WS-TABLE-OVERFLOWED = 'Y'                                 zbnkkycs
099500        MOVE 'Factor table full - no rating was changed this run' zbnkkycs
099600          TO PRINTOUT-REC                                         zbnkkycs
099700        PERFORM PRINTOUT-PUT                                      zbnkkycs
099800     END-IF.                                                      zbnkkycs
099900                                                                  zbnkkycs
100000******************************************************************zbnkkycs
100100* Open, access and close the CTRY file.                          *zbnkkycs
100200******************************************************************zbnkkycs
100300 CTRY-OPEN.                                                       zbnkkycs
100400     OPEN INPUT CTRY-FILE.                                        zbnkkycs
100500     IF WS-CTRY-STATUS = '00'                                     zbnkkycs
100600        MOVE 'CTRY file opened OK' TO WS-CONSOLE-MESSAGE          zbnkkycs
100700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkkycs
100800     ELSE                                                         zbnkkycs
100900        MOVE 'CTRY file open failure...' TO WS-CONSOLE-MESSAGE    zbnkkycs
101000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkkycs
101100        MOVE WS-CTRY-STATUS TO WS-IO-STATUS                       zbnkkycs
101200        PERFORM DISPLAY-IO-STATUS                                 zbnkkycs
101300        PERFORM ABORT-PROGRAM                                     zbnkkycs
101400     END-IF.                                                      zbnkkycs
101500                                                                  zbnkkycs
101600 CTRY-GET.                                                        zbnkkycs
101700     READ CTRY-FILE NEXT RECORD.                                  zbnkkycs
101800     IF WS-CTRY-STATUS NOT = '00'                                 zbnkkycs
101900        IF WS-CTRY-STATUS = '10'                                  zbnkkycs
102000           MOVE 'YES' TO WS-END-OF-CTRY                           zbnkkycs
102100        ELSE                                                      zbnkkycs
102200           MOVE 'CTRY Error reading file ...'                     zbnkkycs
102300             TO WS-CONSOLE-MESSAGE                                zbnkkycs
102400           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkkycs
102500           MOVE WS-CTRY-STATUS TO WS-IO-STATUS                    zbnkkycs
102600           PERFORM DISPLAY-IO-STATUS                              zbnkkycs
102700           PERFORM ABORT-PROGRAM                                  zbnkkycs
102800        END-IF                                                    zbnkkycs
102900     END-IF.                                                      zbnkkycs
103000                                                                  zbnkkycs
103100 CTRY-CLOSE.                                                      zbnkkycs
103200     CLOSE CTRY-FILE.                                             zbnkkycs
103300     IF WS-CTRY-STATUS = '00'                                     zbnkkycs
103400        MOVE 'CTRY file closed OK' TO WS-CONSOLE-MESSAGE          zbnkkycs
103500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkkycs
103600     ELSE                                                         zbnkkycs
103700        MOVE 'CTRY file close failure...' TO WS-CONSOLE-MESSAGE   zbnkkycs
103800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkkycs
103900        MOVE WS-CTRY-STATUS TO WS-IO-STATUS                       zbnkkycs
104000        PERFORM DISPLAY-IO-STATUS                                 zbnkkycs
104100        PERFORM ABORT-PROGRAM                                     zbnkkycs
104200     END-IF.                                                      zbnkkycs
104300                                                                  zbnkkycs
104400******************************************************************zbnkkycs
104500* Open, access and close the ACCOUNT file.                       *zbnkkycs
104600******************************************************************zbnkkycs
104700 ACCOUNT-OPEN.                                                    zbnkkycs
104800     OPEN INPUT ACCOUNT-FILE.                                     zbnkkycs
104900     IF WS-ACCOUNT-STATUS = '00'                                  zbnkkycs
105000        MOVE 'ACCOUNT file opened OK' TO WS-CONSOLE-MESSAGE       zbnkkycs
105100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkkycs
105200     ELSE                                                         zbnkkycs
105300        MOVE 'ACCOUNT file open failure...' TO WS-CONSOLE-MESSAGE zbnkkycs
105400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkkycs
105500        MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                    zbnkkycs
105600        PERFORM DISPLAY-IO-STATUS                                 zbnkkycs
105700        PERFORM ABORT-PROGRAM                                     zbnkkycs
105800     END-IF.                                                      zbnkkycs
105900                                                                  zbnkkycs
106000 ACCOUNT-GET.                                                     zbnkkycs
106100     READ ACCOUNT-FILE NEXT RECORD.                               zbnkkycs
106200     IF WS-ACCOUNT-STATUS NOT = '00'                              zbnkkycs
106300        IF WS-ACCOUNT-STATUS = '10'                               zbnkkycs
106400           MOVE 'YES' TO WS-END-OF-ACCOUNT                        zbnkkycs
106500        ELSE                                                      zbnkkycs
106600           MOVE 'ACCOUNT Error reading file ...'                  zbnkkycs
106700             TO WS-CONSOLE-MESSAGE                                zbnkkycs
106800           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkkycs
106900           MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                 zbnkkycs
107000           PERFORM DISPLAY-IO-STATUS                              zbnkkycs
107100           PERFORM ABORT-PROGRAM                                  zbnkkycs
107200        END-IF                                                    zbnkkycs
107300     END-IF.                                                      zbnkkycs
107400                                                                  zbnkkycs
107500 ACCOUNT-READ.                                                    zbnkkycs
107600     READ ACCOUNT-FILE.                                           zbnkkycs
107700                                                                  zbnkkycs
107800 ACCOUNT-CLOSE.                                                   zbnkkycs
107900     CLOSE ACCOUNT-FILE.                                          zbnkkycs
108000     IF WS-ACCOUNT-STATUS = '00'                                  zbnkkycs
108100        MOVE 'ACCOUNT file closed OK' TO WS-CONSOLE-MESSAGE       zbnkkycs
108200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkkycs
108300     ELSE                                                         zbnkkycs
108400        MOVE 'ACCOUNT file close failure...'                      zbnkkycs
108500          TO WS-CONSOLE-MESSAGE                                   zbnkkycs
108600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkkycs
108700        MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                    zbnkkycs
108800        PERFORM DISPLAY-IO-STATUS                                 zbnkkycs
108900        PERFORM ABORT-PROGRAM                                     zbnkkycs
109000     END-IF.                                                      zbnkkycs
109100                                                                  zbnkkycs
109200******************************************************************zbnkkycs
109300* Open, access and close the BDIR file.                          *zbnkkycs
109400******************************************************************zbnkkycs
109500 BDIR-OPEN.                                                       zbnkkycs
109600     OPEN INPUT BDIR-FILE.                                        zbnkkycs
109700     IF WS-BDIR-STATUS = '00'                                     zbnkkycs
109800        MOVE 'BDIR file opened OK' TO WS-CONSOLE-MESSAGE          zbnkkycs
109900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkkycs
110000     ELSE                                                         zbnkkycs
110100        MOVE 'BDIR file open failure...' TO WS-CONSOLE-MESSAGE    zbnkkycs
110200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkkycs
110300        MOVE WS-BDIR-STATUS TO WS-IO-STATUS                       zbnkkycs
110400        PERFORM DISPLAY-IO-STATUS                                 zbnkkycs
110500        PERFORM ABORT-PROGRAM                                     zbnkkycs
110600     END-IF.                                                      zbnkkycs
110700                                                                  zbnkkycs
110800 BDIR-READ.                                                       zbnkkycs
110900     READ BDIR-FILE.                                              zbnkkycs
111000                                                                  zbnkkycs
111100 BDIR-CLOSE.                                                      zbnkkycs
111200     CLOSE BDIR-FILE.                                             zbnkkycs
111300     IF WS-BDIR-STATUS = '00'                                     zbnkkycs
111400        MOVE 'BDIR file closed OK' TO WS-CONSOLE-MESSAGE          zbnkkycs
111500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkkycs
111600     ELSE                                                         zbnkkycs
111700        MOVE 'BDIR file close failure...' TO WS-CONSOLE-MESSAGE   zbnkkycs
111800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkkycs
111900        MOVE WS-BDIR-STATUS TO WS-IO-STATUS                       zbnkkycs
112000        PERFORM DISPLAY-IO-STATUS                                 zbnkkycs
112100        PERFORM ABORT-PROGRAM                                     zbnkkycs
112200     END-IF.                                                      zbnkkycs
112300                                                                  zbnkkycs
112400******************************************************************zbnkkycs
112500* Open, access and close the AMLF file.                          *zbnkkycs
112600******************************************************************zbnkkycs
112700 AMLF-OPEN.                                                       zbnkkycs
112800     OPEN INPUT AMLF-FILE.                                        zbnkkycs
112900     IF WS-AMLF-STATUS = '00'                                     zbnkkycs
113000        MOVE 'AMLF file opened OK' TO WS-CONSOLE-MESSAGE          zbnkkycs
113100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkkycs
113200     ELSE                                                         zbnkkycs
113300        MOVE 'AMLF file open failure...' TO WS-CONSOLE-MESSAGE    zbnkkycs
113400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkkycs
113500        MOVE WS-AMLF-STATUS TO WS-IO-STATUS                       zbnkkycs
113600        PERFORM DISPLAY-IO-STATUS                                 zbnkkycs
113700        PERFORM ABORT-PROGRAM                                     zbnkkycs
113800     END-IF.                                                      zbnkkycs
113900                                                                  zbnkkycs
114000 AMLF-GET.                                                        zbnkkycs
114100     READ AMLF-FILE NEXT RECORD.                                  zbnkkycs
114200     IF WS-AMLF-STATUS NOT = '00'                                 zbnkkycs
114300        IF WS-AMLF-STATUS = '10'                                  zbnkkycs
114400           MOVE 'YES' TO WS-END-OF-AMLF                           zbnkkycs
114500        ELSE                                                      zbnkkycs
114600           MOVE 'AMLF Error reading file ...'                     zbnkkycs
114700             TO WS-CONSOLE-MESSAGE                                zbnkkycs
114800           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkkycs
114900           MOVE WS-AMLF-STATUS TO WS-IO-STATUS                    zbnkkycs
115000           PERFORM DISPLAY-IO-STATUS                              zbnkkycs
115100           PERFORM ABORT-PROGRAM                                  zbnkkycs
115200        END-IF                                                    zbnkkycs
115300     END-IF.                                                      zbnkkycs
115400                                                                  zbnkkycs
115500 AMLF-CLOSE.                                                      zbnkkycs
115600     CLOSE AMLF-FILE.                                             zbnkkycs
115700     IF WS-AMLF-STATUS = '00'                                     zbnkkycs
115800        MOVE 'AMLF file closed OK' TO WS-CONSOLE-MESSAGE          zbnkkycs
115900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkkycs
116000     ELSE                                                         zbnkkycs
116100        MOVE 'AMLF file close failure...' TO WS-CONSOLE-MESSAGE   zbnkkycs
116200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkkycs
116300        MOVE WS-AMLF-STATUS TO WS-IO-STATUS                       zbnkkycs
116400        PERFORM DISPLAY-IO-STATUS                                 zbnkkycs
116500        PERFORM ABORT-PROGRAM                                     zbnkkycs
116600     END-IF.                                                      zbnkkycs
116700                                                                  zbnkkycs
116800******************************************************************zbnkkycs
116900* Open, access and close the CMPQ file.                          *zbnkkycs
117000******************************************************************zbnkkycs
117100 CMPQ-OPEN.                                                       zbnkkycs
117200     OPEN INPUT CMPQ-FILE.                                        zbnkkycs
117300     IF WS-CMPQ-STATUS = '00'                                     zbnkkycs
117400        MOVE 'CMPQ file opened OK' TO WS-CONSOLE-MESSAGE          zbnkkycs
117500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkkycs
117600     ELSE                                                         zbnkkycs
117700        MOVE 'CMPQ file open failure...' TO WS-CONSOLE-MESSAGE    zbnkkycs
117800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkkycs
117900        MOVE WS-CMPQ-STATUS TO WS-IO-STATUS                       zbnkkycs
118000        PERFORM DISPLAY-IO-STATUS                                 zbnkkycs
118100        PERFORM ABORT-PROGRAM                                     zbnkkycs
118200     END-IF.                                                      zbnkkycs
118300                                                                  zbnkkycs
118400 CMPQ-GET.                                                        zbnkkycs
118500     READ CMPQ-FILE NEXT RECORD.                                  zbnkkycs
118600     IF WS-CMPQ-STATUS NOT = '00'                                 zbnkkycs
118700        IF WS-CMPQ-STATUS = '10'                                  zbnkkycs
118800           MOVE 'YES' TO WS-END-OF-CMPQ                           zbnkkycs
118900        ELSE                                                      zbnkkycs
119000           MOVE 'CMPQ Error reading file ...'                     zbnkkycs
119100             TO WS-CONSOLE-MESSAGE                                zbnkkycs
119200           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkkycs
119300           MOVE WS-CMPQ-STATUS TO WS-IO-STATUS                    zbnkkycs
119400           PERFORM DISPLAY-IO-STATUS                              zbnkkycs
119500           PERFORM ABORT-PROGRAM                                  zbnkkycs
119600        END-IF                                                    zbnkkycs
119700     END-IF.                                                      zbnkkycs
119800                                                                  zbnkkycs
119900 CMPQ-CLOSE.                                                      zbnkkycs
120000     CLOSE CMPQ-FILE.                                             zbnkkycs
120100     IF WS-CMPQ-STATUS = '00'                                     zbnkkycs
120200        MOVE 'CMPQ file closed OK' TO WS-CONSOLE-MESSAGE          zbnkkycs
120300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkkycs
120400     ELSE                                                         zbnkkycs
120500        MOVE 'CMPQ file close failure...' TO WS-CONSOLE-MESSAGE   zbnkkycs
120600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkkycs
120700        MOVE WS-CMPQ-STATUS TO WS-IO-STATUS                       zbnkkycs
120800        PERFORM DISPLAY-IO-STATUS                                 zbnkkycs
120900        PERFORM ABORT-PROGRAM                                     zbnkkycs
121000     END-IF.                                                      zbnkkycs
121100                                                                  zbnkkycs
121200******************************************************************zbnkkycs
121300* Open, access and close the FCAS file.                          *zbnkkycs
121400******************************************************************zbnkkycs
121500 FCAS-OPEN.                                                       zbnkkycs
121600     OPEN INPUT FCAS-FILE.                                        zbnkkycs
121700     IF WS-FCAS-STATUS = '00'                                     zbnkkycs
121800        MOVE 'FCAS file opened OK' TO WS-CONSOLE-MESSAGE          zbnkkycs
121900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkkycs
122000     ELSE                                                         zbnkkycs
122100        MOVE 'FCAS file open failure...' TO WS-CONSOLE-MESSAGE    zbnkkycs
122200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkkycs
122300        MOVE WS-FCAS-STATUS TO WS-IO-STATUS                       zbnkkycs
122400        PERFORM DISPLAY-IO-STATUS                                 zbnkkycs
122500        PERFORM ABORT-PROGRAM                                     zbnkkycs
122600     END-IF.                                                      zbnkkycs
122700                                                                  zbnkkycs
122800 FCAS-GET.                                                        zbnkkycs
122900     READ FCAS-FILE NEXT RECORD.                                  zbnkkycs
123000     IF WS-FCAS-STATUS NOT = '00'                                 zbnkkycs
123100        IF WS-FCAS-STATUS = '10'                                  zbnkkycs
123200           MOVE 'YES' TO WS-END-OF-FCAS                           zbnkkycs
123300        ELSE                                                      zbnkkycs
123400           MOVE 'FCAS Error reading file ...'                     zbnkkycs
123500             TO WS-CONSOLE-MESSAGE                                zbnkkycs
123600           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkkycs
123700           MOVE WS-FCAS-STATUS TO WS-IO-STATUS                    zbnkkycs
123800           PERFORM DISPLAY-IO-STATUS                              zbnkkycs
123900           PERFORM ABORT-PROGRAM                                  zbnkkycs
124000        END-IF                                                    zbnkkycs
124100     END-IF.                                                      zbnkkycs
124200                                                                  zbnkkycs
124300 FCAS-CLOSE.                                                      zbnkkycs
124400     CLOSE FCAS-FILE.                                             zbnkkycs
124500     IF WS-FCAS-STATUS = '00'                                     zbnkkycs
124600        MOVE 'FCAS file closed OK' TO WS-CONSOLE-MESSAGE          zbnkkycs
124700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkkycs
124800     ELSE                                                         zbnkkycs
124900        MOVE 'FCAS file close failure...' TO WS-CONSOLE-MESSAGE   zbnkkycs
125000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkkycs
125100        MOVE WS-FCAS-STATUS TO WS-IO-STATUS                       zbnkkycs
125200        PERFORM DISPLAY-IO-STATUS                                 zbnkkycs
125300        PERFORM ABORT-PROGRAM                                     zbnkkycs
125400     END-IF.                                                      zbnkkycs
125500                                                                  zbnkkycs
125600******************************************************************zbnkkycs
125700* Open, access and close the EXTL file.                          *zbnkkycs
125800******************************************************************zbnkkycs
125900 EXTL-OPEN.                                                       zbnkkycs
126000     OPEN INPUT EXTL-FILE.                                        zbnkkycs
126100     IF WS-EXTL-STATUS = '00'                                     zbnkkycs
126200        MOVE 'EXTL file opened OK' TO WS-CONSOLE-MESSAGE          zbnkkycs
126300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkkycs
126400     ELSE                                                         zbnkkycs
126500        MOVE 'EXTL file open failure...' TO WS-CONSOLE-MESSAGE    zbnkkycs
126600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkkycs
126700        MOVE WS-EXTL-STATUS TO WS-IO-STATUS                       zbnkkycs
126800        PERFORM DISPLAY-IO-STATUS                                 zbnkkycs
126900        PERFORM ABORT-PROGRAM                                     zbnkkycs
127000     END-IF.                                                      zbnkkycs
127100                                                                  zbnkkycs
127200 EXTL-GET.                                                        zbnkkycs
127300     READ EXTL-FILE NEXT RECORD.                                  zbnkkycs
127400     IF WS-EXTL-STATUS NOT = '00'                                 zbnkkycs
127500        IF WS-EXTL-STATUS = '10'                                  zbnkkycs
127600           MOVE 'YES' TO WS-END-OF-EXTL                           zbnkkycs
127700        ELSE                                                      zbnkkycs
127800           MOVE 'EXTL Error reading file ...'                     zbnkkycs
127900             TO WS-CONSOLE-MESSAGE                                zbnkkycs
128000           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkkycs
128100           MOVE WS-EXTL-STATUS TO WS-IO-STATUS                    zbnkkycs
128200           PERFORM DISPLAY-IO-STATUS                              zbnkkycs
128300           PERFORM ABORT-PROGRAM                                  zbnkkycs
128400        END-IF                                                    zbnkkycs
128500     END-IF.                                                      zbnkkycs
128600                                                                  zbnkkycs
128700 EXTL-CLOSE.                                                      zbnkkycs
128800     CLOSE EXTL-FILE.                                             zbnkkycs
128900     IF WS-EXTL-STATUS = '00'                                     zbnkkycs
129000        MOVE 'EXTL file closed OK' TO WS-CONSOLE-MESSAGE          zbnkkycs
129100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkkycs
129200     ELSE                                                         zbnkkycs
129300        MOVE 'EXTL file close failure...' TO WS-CONSOLE-MESSAGE   zbnkkycs
129400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkkycs
129500        MOVE WS-EXTL-STATUS TO WS-IO-STATUS                       zbnkkycs
129600        PERFORM DISPLAY-IO-STATUS                                 zbnkkycs
129700        PERFORM ABORT-PROGRAM                                     zbnkkycs
129800     END-IF.                                                      zbnkkycs
129900                                                                  zbnkkycs
130000******************************************************************zbnkkycs
130100* Open, access and close the CUST file.                          *zbnkkycs
130200******************************************************************zbnkkycs
130300 CUST-OPEN.                                                       zbnkkycs
130400     OPEN I-O CUST-FILE.                                          zbnkkycs
130500     IF WS-CUST-STATUS = '00'                                     zbnkkycs
130600        MOVE 'CUST file opened OK' TO WS-CONSOLE-MESSAGE          zbnkkycs
130700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkkycs
130800     ELSE                                                         zbnkkycs
130900        MOVE 'CUST file open failure...' TO WS-CONSOLE-MESSAGE    zbnkkycs
131000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkkycs
131100        MOVE WS-CUST-STATUS TO WS-IO-STATUS                       zbnkkycs
131200        PERFORM DISPLAY-IO-STATUS                                 zbnkkycs
131300        PERFORM ABORT-PROGRAM                                     zbnkkycs
131400     END-IF.                                                      zbnkkycs
131500                                                                  zbnkkycs
131600 CUST-GET.                                                        zbnkkycs
131700     READ CUST-FILE NEXT RECORD.                                  zbnkkycs
131800     IF WS-CUST-STATUS NOT = '00'                                 zbnkkycs
131900        IF WS-CUST-STATUS = '10'                                  zbnkkycs
132000           MOVE 'YES' TO WS-END-OF-CUST                           zbnkkycs
132100        ELSE                                                      zbnkkycs
132200           MOVE 'CUST Error reading file ...'                     zbnkkycs
132300             TO WS-CONSOLE-MESSAGE                                zbnkkycs
132400           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkkycs
132500           MOVE WS-CUST-STATUS TO WS-IO-STATUS                    zbnkkycs
132600           PERFORM DISPLAY-IO-STATUS                              zbnkkycs
132700           PERFORM ABORT-PROGRAM                                  zbnkkycs
132800        END-IF                                                    zbnkkycs
132900     END-IF.                                                      zbnkkycs
133000                                                                  zbnkkycs
133100 CUST-REWRITE.                                                    zbnkkycs
133200     REWRITE CUST-FILE-REC.                                       zbnkkycs
133300     IF WS-CUST-STATUS NOT = '00'                                 zbnkkycs
133400        MOVE 'CUST Error rewriting file ...'                      zbnkkycs
133500          TO WS-CONSOLE-MESSAGE                                   zbnkkycs
133600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkkycs
133700        MOVE WS-CUST-STATUS TO WS-IO-STATUS                       zbnkkycs
133800        PERFORM DISPLAY-IO-STATUS                                 zbnkkycs
133900        PERFORM ABORT-PROGRAM                                     zbnkkycs
134000     END-IF.                                                      zbnkkycs
134100                                                                  zbnkkycs
134200 CUST-CLOSE.                                                      zbnkkycs
134300     CLOSE CUST-FILE.                                             zbnkkycs
134400     IF WS-CUST-STATUS = '00'                                     zbnkkycs
134500        MOVE 'CUST file closed OK' TO WS-CONSOLE-MESSAGE          zbnkkycs
134600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkkycs
134700     ELSE                                                         zbnkkycs
134800        MOVE 'CUST file close failure...' TO WS-CONSOLE-MESSAGE   zbnkkycs
134900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkkycs
135000        MOVE WS-CUST-STATUS TO WS-IO-STATUS                       zbnkkycs
135100        PERFORM DISPLAY-IO-STATUS                                 zbnkkycs
135200        PERFORM ABORT-PROGRAM                                     zbnkkycs
135300     END-IF.                                                      zbnkkycs
135400                                                                  zbnkkycs
135500******************************************************************zbnkkycs
135600* Open, access and close the PRINTOUT file.                      *zbnkkycs
135700******************************************************************zbnkkycs
135800 PRINTOUT-OPEN.                                                   zbnkkycs
135900     OPEN OUTPUT PRINTOUT-FILE.                                   zbnkkycs
136000     IF WS-PRINTOUT-STATUS = '00'                                 zbnkkycs
136100        MOVE 'PRINTOUT file opened OK' TO WS-CONSOLE-MESSAGE      zbnkkycs
136200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkkycs
136300     ELSE                                                         zbnkkycs
136400        MOVE 'PRINTOUT file open failure...'                      zbnkkycs
136500          TO WS-CONSOLE-MESSAGE                                   zbnkkycs
136600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkkycs
136700        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkkycs
136800        PERFORM DISPLAY-IO-STATUS                                 zbnkkycs
136900        PERFORM ABORT-PROGRAM                                     zbnkkycs
137000     END-IF.                                                      zbnkkycs
137100                                                                  zbnkkycs
137200 PRINTOUT-PUT.                                                    zbnkkycs
137300     WRITE PRINTOUT-REC.                                          zbnkkycs
137400     IF WS-PRINTOUT-STATUS NOT = '00'                             zbnkkycs
137500        MOVE 'PRINTOUT Error writing file ...'                    zbnkkycs
137600          TO WS-CONSOLE-MESSAGE                                   zbnkkycs
137700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkkycs
137800        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkkycs
137900        PERFORM DISPLAY-IO-STATUS                                 zbnkkycs
138000        PERFORM ABORT-PROGRAM                                     zbnkkycs
138100     END-IF.                                                      zbnkkycs
138200                                                                  zbnkkycs
138300 PRINTOUT-CLOSE.                                                  zbnkkycs
138400     CLOSE PRINTOUT-FILE.                                         zbnkkycs
138500     IF WS-PRINTOUT-STATUS = '00'                                 zbnkkycs
138600        MOVE 'PRINTOUT file closed OK' TO WS-CONSOLE-MESSAGE      zbnkkycs
138700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkkycs
138800     ELSE                                                         zbnkkycs
138900        MOVE 'PRINTOUT file close failure...'                     zbnkkycs
139000          TO WS-CONSOLE-MESSAGE                                   zbnkkycs
139100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkkycs
139200        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkkycs
139300        PERFORM DISPLAY-IO-STATUS                                 zbnkkycs
139400        PERFORM ABORT-PROGRAM                                     zbnkkycs
139500     END-IF.                                                      zbnkkycs
139600                                                                  zbnkkycs
139700******************************************************************zbnkkycs
139800* Write a short end-of-job summary to the JOBSUM file, in the    *zbnkkycs
139900* same style as the other batch jobs' summaries.                 *zbnkkycs
140000******************************************************************zbnkkycs
140100 PRINT-JOB-SUMMARY.                                               zbnkkycs
140200     PERFORM JOBSUM-OPEN.                                         zbnkkycs
140300     MOVE SPACES TO JOBSUM-REC.                                   zbnkkycs
140400     STRING 'Customers scored:            ' DELIMITED BY SIZE     zbnkkycs
140500            WS-CUSTOMERS-SCORED DELIMITED BY SIZE                 zbnkkycs
140600       INTO JOBSUM-REC.                                           zbnkkycs
140700     PERFORM JOBSUM-PUT.                                          zbnkkycs
140800     MOVE SPACES TO JOBSUM-REC.                                   zbnkkycs
140900     STRING 'Ratings raised:              ' DELIMITED BY SIZE     zbnkkycs
141000            WS-RATINGS-RAISED DELIMITED BY SIZE                   zbnkkycs
141100       INTO JOBSUM-REC.                                           zbnkkycs
141200     PERFORM JOBSUM-PUT.                                          zbnkkycs
141300     MOVE SPACES TO JOBSUM-REC.                                   zbnkkycs
141400     STRING 'Ratings lowered:             ' DELIMITED BY SIZE     zbnkkycs
141500            WS-RATINGS-LOWERED DELIMITED BY SIZE                  zbnkkycs
141600       INTO JOBSUM-REC.                                           zbnkkycs
141700     PERFORM JOBSUM-PUT.                                          zbnkkycs
141800     MOVE SPACES TO JOBSUM-REC.                                   zbnkkycs
141900     STRING 'Pinned ratings held:         ' DELIMITED BY SIZE     zbnkkycs
142000            WS-PINNED-HELD DELIMITED BY SIZE                      zbnkkycs
142100       INTO JOBSUM-REC.                                           zbnkkycs
142200     PERFORM JOBSUM-PUT.                                          zbnkkycs
142300     MOVE SPACES TO JOBSUM-REC.                                   zbnkkycs
142400     STRING 'Changes not applied:         ' DELIMITED BY SIZE     zbnkkycs
142500            WS-CHANGES-NOT-APPLIED DELIMITED BY SIZE              zbnkkycs
142600       INTO JOBSUM-REC.                                           zbnkkycs
142700     PERFORM JOBSUM-PUT.                                          zbnkkycs
142800     PERFORM JOBSUM-CLOSE.                                        zbnkkycs
142900     MOVE 'Job summary written to JOBSUM'                         zbnkkycs
143000       TO WS-CONSOLE-MESSAGE.                                     zbnkkycs
143100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkkycs
143200                                                                  zbnkkycs
143300 JOBSUM-OPEN.                                                     zbnkkycs
143400     OPEN OUTPUT JOBSUM-FILE.                                     zbnkkycs
143500     IF WS-JOBSUM-STATUS = '00'                                   zbnkkycs
143600        MOVE 'JOBSUM file opened OK' TO WS-CONSOLE-MESSAGE        zbnkkycs
143700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkkycs
143800     ELSE                                                         zbnkkycs
143900        MOVE 'JOBSUM file open failure...' TO WS-CONSOLE-MESSAGE  zbnkkycs
144000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkkycs
144100        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkkycs
144200        PERFORM DISPLAY-IO-STATUS                                 zbnkkycs
144300        PERFORM ABORT-PROGRAM                                     zbnkkycs
144400     END-IF.                                                      zbnkkycs
144500                                                                  zbnkkycs
144600 JOBSUM-PUT.                                                      zbnkkycs
144700     WRITE JOBSUM-REC.                                            zbnkkycs
144800     IF WS-JOBSUM-STATUS NOT = '00'                               zbnkkycs
144900        MOVE 'JOBSUM Error writing file ...' TO WS-CONSOLE-MESSAGEzbnkkycs
145000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkkycs
145100        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkkycs
145200        PERFORM DISPLAY-IO-STATUS                                 zbnkkycs
145300        PERFORM ABORT-PROGRAM                                     zbnkkycs
145400     END-IF.                                                      zbnkkycs
145500                                                                  zbnkkycs
145600 JOBSUM-CLOSE.                                                    zbnkkycs
145700     CLOSE JOBSUM-FILE.                                           zbnkkycs
145800     IF WS-JOBSUM-STATUS = '00'                                   zbnkkycs
145900        MOVE 'JOBSUM file closed OK' TO WS-CONSOLE-MESSAGE        zbnkkycs
146000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkkycs
146100     ELSE                                                         zbnkkycs
146200        MOVE 'JOBSUM file close failure...' TO WS-CONSOLE-MESSAGE zbnkkycs
146300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkkycs
146400        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkkycs
146500        PERFORM DISPLAY-IO-STATUS                                 zbnkkycs
146600        PERFORM ABORT-PROGRAM                                     zbnkkycs
146700     END-IF.                                                      zbnkkycs
146800                                                                  zbnkkycs
146900******************************************************************zbnkkycs
147000* Run-control hooks. The START call blocks this job when it has  *zbnkkycs
147100* already completed for the business date or a prerequisite has  *zbnkkycs
147200* not, and records the start on BNKRUNC; the END call records    *zbnkkycs
147300* the end time and return code. See URUNCTL.CBL.                 *zbnkkycs
147400******************************************************************zbnkkycs
147500 RUN-CONTROL-START.                                               zbnkkycs
147600     SET RUNCTL-START TO TRUE.                                    zbnkkycs
147700     MOVE 'ZBNKKYCS' TO RUNCTL-JOB.                               zbnkkycs
147800     MOVE ZERO TO RUNCTL-BUSDATE.                                 zbnkkycs
147900     MOVE ZERO TO RUNCTL-RETURN-CODE.                             zbnkkycs
148000     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkkycs
148100     IF RUNCTL-BLOCKED                                            zbnkkycs
148200        MOVE RUNCTL-REPLY-TEXT TO WS-CONSOLE-MESSAGE              zbnkkycs
148300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkkycs
148400        MOVE 'Run control blocked this run' TO WS-CONSOLE-MESSAGE zbnkkycs
148500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkkycs
148600        MOVE 8 TO RETURN-CODE                                     zbnkkycs
148700        GOBACK                                                    zbnkkycs
148800     END-IF.                                                      zbnkkycs
148900 RUN-CONTROL-START-EXIT.                                          zbnkkycs
149000     EXIT.                                                        zbnkkycs
149100                                                                  zbnkkycs
149200 RUN-CONTROL-END.                                                 zbnkkycs
149300     SET RUNCTL-END TO TRUE.                                      zbnkkycs
149400     MOVE RETURN-CODE TO RUNCTL-RETURN-CODE.                      zbnkkycs
149500     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkkycs
149600                                                                  zbnkkycs
149700******************************************************************zbnkkycs
149800* Display the file status bytes                                  *zbnkkycs
149900******************************************************************zbnkkycs
150000 DISPLAY-IO-STATUS.                                               zbnkkycs
150100     IF WS-IO-STATUS NUMERIC                                      zbnkkycs
150200        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkkycs
150300        STRING 'File status -' DELIMITED BY SIZE                  zbnkkycs
150400               WS-IO-STATUS DELIMITED BY SIZE                     zbnkkycs
150500          INTO WS-CONSOLE-MESSAGE                                 zbnkkycs
150600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkkycs
150700     ELSE                                                         zbnkkycs
150800        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     zbnkkycs
150900        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    zbnkkycs
151000        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkkycs
151100        STRING 'File status -' DELIMITED BY SIZE                  zbnkkycs
151200               WS-IO-STAT1 DELIMITED BY SIZE                      zbnkkycs
151300               '/' DELIMITED BY SIZE                              zbnkkycs
151400               WS-TWO-BYTES DELIMITED BY SIZE                     zbnkkycs
151500          INTO WS-CONSOLE-MESSAGE                                 zbnkkycs
151600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkkycs
151700     END-IF.                                                      zbnkkycs
151800                                                                  zbnkkycs
151900******************************************************************zbnkkycs
152000* 'ABORT' the program. Post a message and issue a goback         *zbnkkycs
152100******************************************************************zbnkkycs
152200 ABORT-PROGRAM.                                                   zbnkkycs
152300     IF WS-CONSOLE-MESSAGE NOT = SPACES                           zbnkkycs
152400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkkycs
152500     END-IF.                                                      zbnkkycs
152600     MOVE 'Program is abending...' TO WS-CONSOLE-MESSAGE.         zbnkkycs
152700     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkkycs
152800     MOVE 16 TO RETURN-CODE.                                      zbnkkycs
152900     GOBACK.                                                      zbnkkycs
153000                                                                  zbnkkycs
153100******************************************************************zbnkkycs
153200* Display CONSOLE messages...                                    *zbnkkycs
153300******************************************************************zbnkkycs
153400 DISPLAY-CONSOLE-MESSAGE.                                         zbnkkycs
153500     DISPLAY 'ZBNKKYCS - ' WS-CONSOLE-MESSAGE                     zbnkkycs
153600       UPON CONSOLE.                                              zbnkkycs
153700     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       zbnkkycs
153800                                                                  zbnkkycs
153900* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     zbnkkycs
