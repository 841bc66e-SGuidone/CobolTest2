000100******************************************************************zbnkwqag
000200*                                                               * zbnkwqag
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * zbnkwqag
000400*   This demonstration program is provided for use by users     * zbnkwqag
000500*   of Micro Focus products and may be used, modified and       * zbnkwqag
000600*   distributed as part of your application provided that       * zbnkwqag
000700*   you properly acknowledge the copyright of Micro Focus       * zbnkwqag
000800*   in this material.                                           * zbnkwqag
000900*                                                               * zbnkwqag
001000******************************************************************zbnkwqag
001100                                                                  zbnkwqag
001200******************************************************************zbnkwqag
001300* ZBNKWQAG.CBL                                                   *zbnkwqag
001400* Function:    Morning work-queue aging report. Reads every      *zbnkwqag
001500*              operations case queue in CWQUEUED and reports,    *zbnkwqag
001600*              per queue, the open items, how many have been     *zbnkwqag
001700*              open more than 1, 3, 7 and 30 business-date days  *zbnkwqag
001800*              and the amount at stake, first bank-wide with the *zbnkwqag
001900*              movement since the previous run, then branch by   *zbnkwqag
002000*              branch. An item's branch is that of the account   *zbnkwqag
002100*              it concerns, or of the customer where it names    *zbnkwqag
002200*              no account. Each run's bank-wide figures are      *zbnkwqag
002300*              filed on BNKWQHS for the next day's comparison.   *zbnkwqag
002400*              The PRINTOUT is stored on the BNKRARC report      *zbnkwqag
002500*              repository by the ZBNKRCAP step that follows, as  *zbnkwqag
002600*              report WQAGING, so DBANK43P can page any day's    *zbnkwqag
002700*              copy. DBANK57P gives the same figures online.     *zbnkwqag
002800******************************************************************zbnkwqag
002900 IDENTIFICATION DIVISION.                                         zbnkwqag
003000 PROGRAM-ID.                                                      zbnkwqag
003100     ZBNKWQAG.                                                    zbnkwqag
003200 DATE-WRITTEN.                                                    zbnkwqag
003300     October 2026.                                                zbnkwqag
003400 DATE-COMPILED.                                                   zbnkwqag
003500     Today.                                                       zbnkwqag
003600                                                                  zbnkwqag
003700 ENVIRONMENT DIVISION.                                            zbnkwqag
003800 INPUT-OUTPUT   SECTION.                                          zbnkwqag
003900   FILE-CONTROL.                                                  zbnkwqag
004000     SELECT SUSP-FILE                                             zbnkwqag
004100            ASSIGN       TO BNKSUSP                               zbnkwqag
004200            ORGANIZATION IS INDEXED                               zbnkwqag
004300            ACCESS MODE  IS SEQUENTIAL                            zbnkwqag
004400            RECORD KEY   IS SU-REC-KEY                            zbnkwqag
004500            FILE STATUS  IS WS-QUEUE-STATUS.                      zbnkwqag
004600     SELECT CMPQ-FILE                                             zbnkwqag
004700            ASSIGN       TO BNKCMPQ                               zbnkwqag
004800            ORGANIZATION IS INDEXED                               zbnkwqag
004900            ACCESS MODE  IS SEQUENTIAL                            zbnkwqag
005000            RECORD KEY   IS CP-REC-KEY                            zbnkwqag
005100            FILE STATUS  IS WS-QUEUE-STATUS.                      zbnkwqag
005200     SELECT FCAS-FILE                                             zbnkwqag
005300            ASSIGN       TO BNKFCAS                               zbnkwqag
005400            ORGANIZATION IS INDEXED                               zbnkwqag
005500            ACCESS MODE  IS SEQUENTIAL                            zbnkwqag
005600            RECORD KEY   IS FC-REC-KEY                            zbnkwqag
005700            FILE STATUS  IS WS-QUEUE-STATUS.                      zbnkwqag
005800     SELECT REFQ-FILE                                             zbnkwqag
005900            ASSIGN       TO BNKREFQ                               zbnkwqag
006000            ORGANIZATION IS INDEXED                               zbnkwqag
006100            ACCESS MODE  IS SEQUENTIAL                            zbnkwqag
006200            RECORD KEY   IS RQ-REC-KEY                            zbnkwqag
006300            FILE STATUS  IS WS-QUEUE-STATUS.                      zbnkwqag
006400     SELECT PPAY-FILE                                             zbnkwqag
006500            ASSIGN       TO BNKPPAY                               zbnkwqag
006600            ORGANIZATION IS INDEXED                               zbnkwqag
006700            ACCESS MODE  IS SEQUENTIAL                            zbnkwqag
006800            RECORD KEY   IS PP-REC-KEY                            zbnkwqag
006900            FILE STATUS  IS WS-QUEUE-STATUS.                      zbnkwqag
007000     SELECT DELQ-FILE                                             zbnkwqag
007100            ASSIGN       TO BNKDELQ                               zbnkwqag
007200            ORGANIZATION IS INDEXED                               zbnkwqag
007300            ACCESS MODE  IS SEQUENTIAL                            zbnkwqag
007400            RECORD KEY   IS DQ-REC-KEY                            zbnkwqag
007500            FILE STATUS  IS WS-QUEUE-STATUS.                      zbnkwqag
007600     SELECT PINV-FILE                                             zbnkwqag
007700            ASSIGN       TO BNKPINV                               zbnkwqag
007800            ORGANIZATION IS INDEXED                               zbnkwqag
007900            ACCESS MODE  IS SEQUENTIAL                            zbnkwqag
008000            RECORD KEY   IS PI-REC-KEY                            zbnkwqag
008100            FILE STATUS  IS WS-QUEUE-STATUS.                      zbnkwqag
008200     SELECT EXTL-FILE                                             zbnkwqag
008300            ASSIGN       TO BNKEXTL                               zbnkwqag
008400            ORGANIZATION IS INDEXED                               zbnkwqag
008500            ACCESS MODE  IS DYNAMIC                               zbnkwqag
008600            RECORD KEY   IS XT-REC-KEY                            zbnkwqag
008700            FILE STATUS  IS WS-EXTL-STATUS.                       zbnkwqag
008800     SELECT LNRS-FILE                                             zbnkwqag
008900            ASSIGN       TO BNKLNRS                               zbnkwqag
009000            ORGANIZATION IS INDEXED                               zbnkwqag
009100            ACCESS MODE  IS SEQUENTIAL                            zbnkwqag
009200            RECORD KEY   IS LR-REC-KEY                            zbnkwqag
009300            FILE STATUS  IS WS-QUEUE-STATUS.                      zbnkwqag
009400     SELECT CMPL-FILE                                             zbnkwqag
009500            ASSIGN       TO BNKCMPL                               zbnkwqag
009600            ORGANIZATION IS INDEXED                               zbnkwqag
009700            ACCESS MODE  IS SEQUENTIAL                            zbnkwqag
009800            RECORD KEY   IS CM-REC-KEY                            zbnkwqag
009900            FILE STATUS  IS WS-QUEUE-STATUS.                      zbnkwqag
010000     SELECT DISP-FILE                                             zbnkwqag
010100            ASSIGN       TO BNKDISP                               zbnkwqag
010200            ORGANIZATION IS INDEXED                               zbnkwqag
010300            ACCESS MODE  IS SEQUENTIAL                            zbnkwqag
010400            RECORD KEY   IS DP-REC-KEY                            zbnkwqag
010500            FILE STATUS  IS WS-QUEUE-STATUS.                      zbnkwqag
010600     SELECT ACCOUNT-FILE                                          zbnkwqag
010700            ASSIGN       TO BNKACCT                               zbnkwqag
010800            ORGANIZATION IS INDEXED                               zbnkwqag
010900            ACCESS MODE  IS RANDOM                                zbnkwqag
011000            RECORD KEY   IS BAC-REC-ACCNO                         zbnkwqag
011100            FILE STATUS  IS WS-ACCOUNT-STATUS.                    zbnkwqag
011200     SELECT CUSTOMER-FILE                                         zbnkwqag
011300            ASSIGN       TO BNKCUST                               zbnkwqag
011400            ORGANIZATION IS INDEXED                               zbnkwqag
011500            ACCESS MODE  IS RANDOM                                zbnkwqag
011600            RECORD KEY   IS BCS-REC-PID                           zbnkwqag
011700            FILE STATUS  IS WS-CUSTOMER-STATUS.                   zbnkwqag
011800     SELECT LOANM-FILE                                            zbnkwqag
011900            ASSIGN       TO BNKLNMA                               zbnkwqag
012000            ORGANIZATION IS INDEXED                               zbnkwqag
012100            ACCESS MODE  IS RANDOM                                zbnkwqag
012200            RECORD KEY   IS LM-REC-KEY                            zbnkwqag
012300            FILE STATUS  IS WS-LOANM-STATUS.                      zbnkwqag
012400     SELECT WQHS-FILE                                             zbnkwqag
012500            ASSIGN       TO BNKWQHS                               zbnkwqag
012600            ORGANIZATION IS INDEXED                               zbnkwqag
012700            ACCESS MODE  IS DYNAMIC                               zbnkwqag
012800            RECORD KEY   IS WQ-REC-KEY                            zbnkwqag
012900            FILE STATUS  IS WS-WQHS-STATUS.                       zbnkwqag
013000     SELECT PRINTOUT-FILE                                         zbnkwqag
013100            ASSIGN       TO PRINTOUT                              zbnkwqag
013200            ORGANIZATION IS SEQUENTIAL                            zbnkwqag
013300            ACCESS MODE  IS SEQUENTIAL                            zbnkwqag
013400            FILE STATUS  IS WS-PRINTOUT-STATUS.                   zbnkwqag
013500     SELECT JOBSUM-FILE                                           zbnkwqag
013600            ASSIGN       TO JOBSUM                                zbnkwqag
013700            ORGANIZATION IS SEQUENTIAL                            zbnkwqag
013800            ACCESS MODE  IS SEQUENTIAL                            zbnkwqag
013900            FILE STATUS  IS WS-JOBSUM-STATUS.                     zbnkwqag
014000                                                                  zbnkwqag
014100 DATA DIVISION.                                                   zbnkwqag
014200 FILE SECTION.                                                    zbnkwqag
014300                                                                  zbnkwqag
014400 FD  SUSP-FILE.                                                   zbnkwqag
014500 01  SUSP-FILE-REC.                                               zbnkwqag
014600 COPY CBANKVSU.                                                   zbnkwqag
014700                                                                  zbnkwqag
014800 FD  CMPQ-FILE.                                                   zbnkwqag
014900 01  CMPQ-FILE-REC.                                               zbnkwqag
015000 COPY CBANKVCP.                                                   zbnkwqag
015100                                                                  zbnkwqag
015200 FD  FCAS-FILE.                                                   zbnkwqag
015300 01  FCAS-FILE-REC.                                               zbnkwqag
015400 COPY CBANKVFC.                                                   zbnkwqag
015500                                                                  zbnkwqag
015600 FD  REFQ-FILE.                                                   zbnkwqag
015700 01  REFQ-FILE-REC.                                               zbnkwqag
015800 COPY CBANKVRQ.                                                   zbnkwqag
015900                                                                  zbnkwqag
016000 FD  PPAY-FILE.                                                   zbnkwqag
016100 01  PPAY-FILE-REC.                                               zbnkwqag
016200 COPY CBANKVPP.                                                   zbnkwqag
016300                                                                  zbnkwqag
016400 FD  DELQ-FILE.                                                   zbnkwqag
016500 01  DELQ-FILE-REC.                                               zbnkwqag
016600 COPY CBANKVDQ.                                                   zbnkwqag
016700                                                                  zbnkwqag
016800 FD  PINV-FILE.                                                   zbnkwqag
016900 01  PINV-FILE-REC.                                               zbnkwqag
017000 COPY CBANKVPI.                                                   zbnkwqag
017100                                                                  zbnkwqag
017200 FD  EXTL-FILE.                                                   zbnkwqag
017300 01  EXTL-FILE-REC.                                               zbnkwqag
017400 COPY CBANKVXT.                                                   zbnkwqag
017500                                                                  zbnkwqag
017600 FD  LNRS-FILE.                                                   zbnkwqag
017700 01  LNRS-FILE-REC.                                               zbnkwqag
017800 COPY CBANKVLR.                                                   zbnkwqag
017900                                                                  zbnkwqag
018000 FD  CMPL-FILE.                                                   zbnkwqag
018100 01  CMPL-FILE-REC.                                               zbnkwqag
018200 COPY CBANKVCM.                                                   zbnkwqag
018300                                                                  zbnkwqag
018400 FD  DISP-FILE.                                                   zbnkwqag
018500 01  DISP-FILE-REC.                                               zbnkwqag
018600 COPY CBANKVDP.                                                   zbnkwqag
018700                                                                  zbnkwqag
018800 FD  ACCOUNT-FILE.                                                zbnkwqag
018900 01  ACCOUNT-FILE-REC.                                            zbnkwqag
019000 COPY CBANKVAC.                                                   zbnkwqag
019100                                                                  zbnkwqag
019200 FD  CUSTOMER-FILE.                                               zbnkwqag
019300 01  CUSTOMER-FILE-REC.                                           zbnkwqag
019400 COPY CBANKVCS.                                                   zbnkwqag
019500                                                                  zbnkwqag
019600 FD  LOANM-FILE.                                                  zbnkwqag
019700 01  LOANM-FILE-REC.                                              zbnkwqag
019800 COPY CBANKVLM.                                                   zbnkwqag
019900                                                                  zbnkwqag
020000 FD  WQHS-FILE.                                                   zbnkwqag
020100 01  WQHS-FILE-REC.                                               zbnkwqag
020200 COPY CBANKVWQ.                                                   zbnkwqag
020300                                                                  zbnkwqag
020400 FD  PRINTOUT-FILE.                                               zbnkwqag
020500 01  PRINTOUT-REC                      PIC X(121).                zbnkwqag
020600                                                                  zbnkwqag
020700 FD  JOBSUM-FILE.                                                 zbnkwqag
020800 01  JOBSUM-REC                        PIC X(80).                 zbnkwqag
020900                                                                  zbnkwqag
021000 WORKING-STORAGE SECTION.                                         zbnkwqag
021100 01  WS-RUN-CONTROL.                                              zbnkwqag
021200 COPY CRUNCTLD.                                                   zbnkwqag
021300 01  WS-FILE-STATUSES.                                            zbnkwqag
021400   05  WS-QUEUE-STATUS.                                           zbnkwqag
021500     10  WS-QUEUE-STAT1                PIC X(1).                  zbnkwqag
021600     10  WS-QUEUE-STAT2                PIC X(1).                  zbnkwqag
021700   05  WS-EXTL-STATUS.                                            zbnkwqag
021800     10  WS-EXTL-STAT1                 PIC X(1).                  zbnkwqag
021900     10  WS-EXTL-STAT2                 PIC X(1).                  zbnkwqag
022000   05  WS-ACCOUNT-STATUS.                                         zbnkwqag
022100     10  WS-ACCOUNT-STAT1              PIC X(1).                  zbnkwqag
022200     10  WS-ACCOUNT-STAT2              PIC X(1).                  zbnkwqag
022300   05  WS-CUSTOMER-STATUS.                                        zbnkwqag
022400     10  WS-CUSTOMER-STAT1             PIC X(1).                  zbnkwqag
022500     10  WS-CUSTOMER-STAT2             PIC X(1).                  zbnkwqag
022600   05  WS-LOANM-STATUS.                                           zbnkwqag
022700     10  WS-LOANM-STAT1                PIC X(1).                  zbnkwqag
022800     10  WS-LOANM-STAT2                PIC X(1).                  zbnkwqag
022900   05  WS-WQHS-STATUS.                                            zbnkwqag
023000     10  WS-WQHS-STAT1                 PIC X(1).                  zbnkwqag
023100     10  WS-WQHS-STAT2                 PIC X(1).                  zbnkwqag
023200   05  WS-PRINTOUT-STATUS.                                        zbnkwqag
023300     10  WS-PRINTOUT-STAT1             PIC X(1).                  zbnkwqag
023400     10  WS-PRINTOUT-STAT2             PIC X(1).                  zbnkwqag
023500   05  WS-JOBSUM-STATUS.                                          zbnkwqag
023600     10  WS-JOBSUM-STAT1               PIC X(1).                  zbnkwqag
023700     10  WS-JOBSUM-STAT2               PIC X(1).                  zbnkwqag
023800   05  WS-IO-STATUS.                                              zbnkwqag
023900     10  WS-IO-STAT1                   PIC X(1).                  zbnkwqag
024000     10  WS-IO-STAT2                   PIC X(1).                  zbnkwqag
024100                                                                  zbnkwqag
024200   05  WS-TWO-BYTES.                                              zbnkwqag
024300     10  WS-TWO-BYTES-LEFT             PIC X(1).                  zbnkwqag
024400     10  WS-TWO-BYTES-RIGHT            PIC X(1).                  zbnkwqag
024500   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 zbnkwqag
024600                                      PIC 9(1) COMP.              zbnkwqag
024700                                                                  zbnkwqag
024800 01  WS-CONSOLE-MESSAGE                    PIC X(48).             zbnkwqag
024900                                                                  zbnkwqag
025000 01  WS-DATE-WORK-AREA.                                           zbnkwqag
025100 COPY CDATED.                                                     zbnkwqag
025200                                                                  zbnkwqag
025300 COPY CWQUEUED.                                                   zbnkwqag
025400                                                                  zbnkwqag
025500 01  WS-BUSDATE                            PIC 9(8).              zbnkwqag
025600 01  WS-BUSDATE-PARTS REDEFINES WS-BUSDATE.                       zbnkwqag
025700     05  WS-BUSDATE-CCYY                   PIC 9(4).              zbnkwqag
025800     05  WS-BUSDATE-MM                     PIC 9(2).              zbnkwqag
025900     05  WS-BUSDATE-DD                     PIC 9(2).              zbnkwqag
026000 01  WS-BUSDATE-DISPLAY                    PIC X(11).             zbnkwqag
026100 01  WS-DATE-WORK                          PIC 9(8).              zbnkwqag
026200 01  WS-DATE-WORK-PARTS REDEFINES WS-DATE-WORK.                   zbnkwqag
026300     05  WS-DATE-WORK-CCYY                 PIC 9(4).              zbnkwqag
026400     05  WS-DATE-WORK-MM                   PIC 9(2).              zbnkwqag
026500     05  WS-DATE-WORK-DD                   PIC 9(2).              zbnkwqag
026600 01  WS-DATE-WORK-DISPLAY                  PIC X(11).             zbnkwqag
026700                                                                  zbnkwqag
026800 01  WS-QUEUE-SUB                          PIC S9(4) COMP.        zbnkwqag
026900 01  WS-BR-SUB                             PIC S9(4) COMP.        zbnkwqag
027000 01  WS-BR-MOVE-SUB                        PIC S9(4) COMP.        zbnkwqag
027100 01  WS-FILE-NAME                          PIC X(8).              zbnkwqag
027200 01  WS-END-OF-FILE-SW                     PIC X(3).              zbnkwqag
027300 01  WS-END-OF-WQHS                        PIC X(3).              zbnkwqag
027400                                                                  zbnkwqag
027500******************************************************************zbnkwqag
027600* The item being counted - set by each queue's pass              *zbnkwqag
027700******************************************************************zbnkwqag
027800 01  WS-ITEM-DATE                          PIC 9(8).              zbnkwqag
027900 01  WS-ITEM-AMOUNT                        PIC S9(9)V99 COMP-3.   zbnkwqag
028000 01  WS-ITEM-ACCNO                         PIC X(9).              zbnkwqag
028100 01  WS-ITEM-PID                           PIC X(5).              zbnkwqag
028200 01  WS-ITEM-BRANCH                        PIC X(3).              zbnkwqag
028300 01  WS-ITEM-AGE                           PIC S9(7) COMP-3.      zbnkwqag
028400 01  WS-LAST-ACCNO                         PIC X(9) VALUE SPACES. zbnkwqag
028500 01  WS-LAST-BRANCH                        PIC X(3) VALUE SPACES. zbnkwqag
028600                                                                  zbnkwqag
028700******************************************************************zbnkwqag
028800* Bank-wide figures per queue, with the previous run's           *zbnkwqag
028900******************************************************************zbnkwqag
029000 01  WS-QUEUE-TOTALS.                                             zbnkwqag
029100     05  WS-QT-ENTRY OCCURS 11 TIMES.                             zbnkwqag
029200         10  WS-QT-OPEN                    PIC 9(7) COMP-3.       zbnkwqag
029300         10  WS-QT-OVER-1                  PIC 9(7) COMP-3.       zbnkwqag
029400         10  WS-QT-OVER-3                  PIC 9(7) COMP-3.       zbnkwqag
029500         10  WS-QT-OVER-7                  PIC 9(7) COMP-3.       zbnkwqag
029600         10  WS-QT-OVER-30                 PIC 9(7) COMP-3.       zbnkwqag
029700         10  WS-QT-AMOUNT                  PIC S9(11)V99 COMP-3.  zbnkwqag
029800         10  WS-QT-OLDEST-DTE              PIC 9(8).              zbnkwqag
029900         10  WS-QT-PRIOR-FOUND             PIC X(1).              zbnkwqag
030000         10  WS-QT-PRIOR-BUSDATE           PIC 9(8).              zbnkwqag
030100         10  WS-QT-PRIOR-OPEN              PIC 9(7) COMP-3.       zbnkwqag
030200         10  WS-QT-PRIOR-OVER-30           PIC 9(7) COMP-3.       zbnkwqag
030300                                                                  zbnkwqag
030400******************************************************************zbnkwqag
030500* Figures per branch and queue, kept in branch order. Branches   *zbnkwqag
030600* beyond the table are counted together under '***'.             *zbnkwqag
030700******************************************************************zbnkwqag
030800 01  WS-BRANCH-COUNT                       PIC S9(4) COMP VALUE 0.zbnkwqag
030900 01  WS-BRANCH-MAX                     PIC S9(4) COMP VALUE 200.  zbnkwqag
031000 01  WS-BRANCH-TABLE.                                             zbnkwqag
031100     05  WS-BR-ENTRY OCCURS 200 TIMES.                            zbnkwqag
031200         10  WS-BR-CODE                    PIC X(3).              zbnkwqag
031300         10  WS-BR-QUEUE OCCURS 11 TIMES.                         zbnkwqag
031400             15  WS-BR-OPEN                PIC 9(7) COMP-3.       zbnkwqag
031500             15  WS-BR-OVER-1              PIC 9(7) COMP-3.       zbnkwqag
031600             15  WS-BR-OVER-3              PIC 9(7) COMP-3.       zbnkwqag
031700             15  WS-BR-OVER-7              PIC 9(7) COMP-3.       zbnkwqag
031800             15  WS-BR-OVER-30             PIC 9(7) COMP-3.       zbnkwqag
031900             15  WS-BR-AMOUNT              PIC S9(11)V99 COMP-3.  zbnkwqag
032000                                                                  zbnkwqag
032100 01  WS-TOTAL-OPEN                     PIC 9(7) COMP-3 VALUE 0.   zbnkwqag
032200 01  WS-TOTAL-OVER-30                  PIC 9(7) COMP-3 VALUE 0.   zbnkwqag
032300 01  WS-TOTAL-AMOUNT                   PIC S9(11)V99 COMP-3       zbnkwqag
032400                                           VALUE 0.               zbnkwqag
032500 01  WS-BRANCH-OPEN                        PIC 9(7) COMP-3.       zbnkwqag
032600 01  WS-BRANCH-AMOUNT                      PIC S9(11)V99 COMP-3.  zbnkwqag
032700 01  WS-CHANGE                             PIC S9(7) COMP-3.      zbnkwqag
032800 01  WS-LINES-PRINTED                      PIC 9(7) VALUE ZERO.   zbnkwqag
032900                                                                  zbnkwqag
033000 01  WS-REPORT-LINE                        PIC X(121).            zbnkwqag
033100 01  WS-QUEUE-LINE.                                               zbnkwqag
033200     05  WS-QL-QUEUE                       PIC X(8).              zbnkwqag
033300     05  FILLER                            PIC X(2) VALUE SPACES. zbnkwqag
033400     05  WS-QL-DESC                        PIC X(24).             zbnkwqag
033500     05  FILLER                            PIC X(1) VALUE SPACES. zbnkwqag
033600     05  WS-QL-OPEN                        PIC ZZZ,ZZ9.           zbnkwqag
033700     05  FILLER                            PIC X(1) VALUE SPACES. zbnkwqag
033800     05  WS-QL-OVER-1                      PIC ZZZ,ZZ9.           zbnkwqag
033900     05  FILLER                            PIC X(1) VALUE SPACES. zbnkwqag
034000     05  WS-QL-OVER-3                      PIC ZZZ,ZZ9.           zbnkwqag
034100     05  FILLER                            PIC X(1) VALUE SPACES. zbnkwqag
034200     05  WS-QL-OVER-7                      PIC ZZZ,ZZ9.           zbnkwqag
034300     05  FILLER                            PIC X(1) VALUE SPACES. zbnkwqag
034400     05  WS-QL-OVER-30                     PIC ZZZ,ZZ9.           zbnkwqag
034500     05  FILLER                            PIC X(1) VALUE SPACES. zbnkwqag
034600     05  WS-QL-AMOUNT                      PIC ZZ,ZZZ,ZZ9.99-.    zbnkwqag
034700     05  FILLER                            PIC X(1) VALUE SPACES. zbnkwqag
034800     05  WS-QL-OLDEST                      PIC X(11).             zbnkwqag
034900     05  FILLER                            PIC X(1) VALUE SPACES. zbnkwqag
035000     05  WS-QL-PRIOR                       PIC ZZZ,ZZ9.           zbnkwqag
035100     05  FILLER                            PIC X(1) VALUE SPACES. zbnkwqag
035200     05  WS-QL-CHANGE                      PIC ZZZ,ZZ9-.          zbnkwqag
035300 01  WS-COUNT-D                            PIC ZZZ,ZZZ,ZZ9.       zbnkwqag
035400                                                                  zbnkwqag
035500 PROCEDURE DIVISION.                                              zbnkwqag
035600                                                                  zbnkwqag
035700     PERFORM RUN-CONTROL-START                                    zbnkwqag
035800         THRU RUN-CONTROL-START-EXIT.                             zbnkwqag
035900     PERFORM GET-RUN-DATE.                                        zbnkwqag
036000                                                                  zbnkwqag
036100     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           zbnkwqag
036200     STRING 'Work-queue aging for ' DELIMITED BY SIZE             zbnkwqag
036300            WS-BUSDATE-DISPLAY DELIMITED BY SIZE                  zbnkwqag
036400       INTO WS-CONSOLE-MESSAGE.                                   zbnkwqag
036500     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkwqag
036600                                                                  zbnkwqag
036700     INITIALIZE WS-QUEUE-TOTALS.                                  zbnkwqag
036800     PERFORM LOOKUP-FILES-OPEN.                                   zbnkwqag
036900     PERFORM AGE-ONE-QUEUE                                        zbnkwqag
037000         THRU AGE-ONE-QUEUE-EXIT                                  zbnkwqag
037100         VARYING WS-QUEUE-SUB FROM 1 BY 1                         zbnkwqag
037200         UNTIL WS-QUEUE-SUB IS GREATER THAN WQ-QUEUE-COUNT.       zbnkwqag
037300     PERFORM LOOKUP-FILES-CLOSE.                                  zbnkwqag
037400                                                                  zbnkwqag
037500     PERFORM WQHS-OPEN.                                           zbnkwqag
037600     PERFORM FILE-QUEUE-HISTORY                                   zbnkwqag
037700         THRU FILE-QUEUE-HISTORY-EXIT                             zbnkwqag
037800         VARYING WS-QUEUE-SUB FROM 1 BY 1                         zbnkwqag
037900         UNTIL WS-QUEUE-SUB IS GREATER THAN WQ-QUEUE-COUNT.       zbnkwqag
038000     PERFORM WQHS-CLOSE.                                          zbnkwqag
038100                                                                  zbnkwqag
038200     PERFORM PRINTOUT-OPEN.                                       zbnkwqag
038300     PERFORM WRITE-BANK-WIDE-SECTION.                             zbnkwqag
038400     PERFORM WRITE-BRANCH-SECTION                                 zbnkwqag
038500         VARYING WS-BR-SUB FROM 1 BY 1                            zbnkwqag
038600         UNTIL WS-BR-SUB IS GREATER THAN WS-BRANCH-COUNT.         zbnkwqag
038700     PERFORM PRINTOUT-CLOSE.                                      zbnkwqag
038800                                                                  zbnkwqag
038900     PERFORM PRINT-JOB-SUMMARY.                                   zbnkwqag
039000                                                                  zbnkwqag
039100     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     zbnkwqag
039200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkwqag
039300     MOVE 0 TO RETURN-CODE.                                       zbnkwqag
039400     PERFORM RUN-CONTROL-END.                                     zbnkwqag
039500     GOBACK.                                                      zbnkwqag
039600                                                                  zbnkwqag
039700******************************************************************zbnkwqag
039800* GET-RUN-DATE                                                   *zbnkwqag
039900* Items are aged against the business date handed back by run    *zbnkwqag
040000* control (the held BUSDATE, or today until one is held).        *zbnkwqag
040100******************************************************************zbnkwqag
040200 GET-RUN-DATE.                                                    zbnkwqag
040300     MOVE RUNCTL-BUSDATE TO WS-BUSDATE.                           zbnkwqag
040400     MOVE WS-BUSDATE TO WS-DATE-WORK.                             zbnkwqag
040500     PERFORM FORMAT-DATE-WORK.                                    zbnkwqag
040600     MOVE WS-DATE-WORK-DISPLAY TO WS-BUSDATE-DISPLAY.             zbnkwqag
040700                                                                  zbnkwqag
040800 FORMAT-DATE-WORK.                                                zbnkwqag
040900     MOVE SPACES TO DD-INPUT-TYPE.                                zbnkwqag
041000     SET DDI-ISO TO TRUE.                                         zbnkwqag
041100     MOVE SPACES TO DDI-DATA.                                     zbnkwqag
041200     STRING WS-DATE-WORK-CCYY DELIMITED BY SIZE                   zbnkwqag
041300            '-'               DELIMITED BY SIZE                   zbnkwqag
041400            WS-DATE-WORK-MM   DELIMITED BY SIZE                   zbnkwqag
041500            '-'               DELIMITED BY SIZE                   zbnkwqag
041600            WS-DATE-WORK-DD   DELIMITED BY SIZE                   zbnkwqag
041700       INTO DDI-DATA.                                             zbnkwqag
041800     MOVE SPACES TO DD-OUTPUT-TYPE.                               zbnkwqag
041900     SET DDO-DD-MMM-YYYY TO TRUE.                                 zbnkwqag
042000     SET DD-ENV-NULL TO TRUE.                                     zbnkwqag
042100     CALL 'UDATECNV' USING WS-DATE-WORK-AREA.                     zbnkwqag
042200     MOVE DDO-DATA TO WS-DATE-WORK-DISPLAY.                       zbnkwqag
042300                                                                  zbnkwqag
042400******************************************************************zbnkwqag
042500* AGE-ONE-QUEUE                                                  *zbnkwqag
042600* One sequential pass of a queue, counting each open item        *zbnkwqag
042700******************************************************************zbnkwqag
042800 AGE-ONE-QUEUE.                                                   zbnkwqag
042900     MOVE WQ-QUEUE-FILE (WS-QUEUE-SUB) TO WS-FILE-NAME.           zbnkwqag
043000     MOVE 'NO ' TO WS-END-OF-FILE-SW.                             zbnkwqag
043100     EVALUATE WS-QUEUE-SUB                                        zbnkwqag
043200       WHEN 1                                                     zbnkwqag
043300         PERFORM AGE-SUSPENSE-ITEMS                               zbnkwqag
043400       WHEN 2                                                     zbnkwqag
043500         PERFORM AGE-COMPLIANCE-HOLDS                             zbnkwqag
043600       WHEN 3                                                     zbnkwqag
043700         PERFORM AGE-FRAUD-CASES                                  zbnkwqag
043800       WHEN 4                                                     zbnkwqag
043900         PERFORM AGE-REFERRALS                                    zbnkwqag
044000       WHEN 5                                                     zbnkwqag
044100         PERFORM AGE-POSITIVE-PAY                                 zbnkwqag
044200       WHEN 6                                                     zbnkwqag
044300         PERFORM AGE-COLLECTIONS                                  zbnkwqag
044400       WHEN 7                                                     zbnkwqag
044500         PERFORM AGE-INVESTIGATIONS                               zbnkwqag
044600       WHEN 8                                                     zbnkwqag
044700         PERFORM AGE-TRANSFER-APPROVALS                           zbnkwqag
044800       WHEN 9                                                     zbnkwqag
044900         PERFORM AGE-RESTRUCTURES                                 zbnkwqag
045000       WHEN 10                                                    zbnkwqag
045100         PERFORM AGE-COMPLAINTS                                   zbnkwqag
045200       WHEN 11                                                    zbnkwqag
045300         PERFORM AGE-DISPUTES                                     zbnkwqag
045400     END-EVALUATE.                                                zbnkwqag
045500 AGE-ONE-QUEUE-EXIT.                                              zbnkwqag
045600     EXIT.                                                        zbnkwqag
045700                                                                  zbnkwqag
045800******************************************************************zbnkwqag
045900* Suspense items still open, against the destination account     *zbnkwqag
046000******************************************************************zbnkwqag
046100 AGE-SUSPENSE-ITEMS.                                              zbnkwqag
046200     OPEN INPUT SUSP-FILE.                                        zbnkwqag
046300     PERFORM CHECK-QUEUE-OPEN.                                    zbnkwqag
046400     PERFORM SUSP-GET.                                            zbnkwqag
046500     PERFORM AGE-SUSPENSE-ITEM                                    zbnkwqag
046600         UNTIL WS-END-OF-FILE-SW = 'YES'.                         zbnkwqag
046700     CLOSE SUSP-FILE.                                             zbnkwqag
046800                                                                  zbnkwqag
046900 AGE-SUSPENSE-ITEM.                                               zbnkwqag
047000     IF SU-REC-OPEN                                               zbnkwqag
047100        MOVE SU-REC-DATE TO WS-ITEM-DATE                          zbnkwqag
047200        MOVE SU-REC-AMOUNT TO WS-ITEM-AMOUNT                      zbnkwqag
047300        MOVE SU-REC-DEST-ACCNO TO WS-ITEM-ACCNO                   zbnkwqag
047400        MOVE SPACES TO WS-ITEM-PID                                zbnkwqag
047500        MOVE SPACES TO WS-ITEM-BRANCH                             zbnkwqag
047600        PERFORM COUNT-ITEM                                        zbnkwqag
047700            THRU COUNT-ITEM-EXIT                                  zbnkwqag
047800     END-IF.                                                      zbnkwqag
047900     PERFORM SUSP-GET.                                            zbnkwqag
048000                                                                  zbnkwqag
048100 SUSP-GET.                                                        zbnkwqag
048200     READ SUSP-FILE NEXT RECORD.                                  zbnkwqag
048300     PERFORM CHECK-QUEUE-READ.                                    zbnkwqag
048400                                                                  zbnkwqag
048500******************************************************************zbnkwqag
048600* Compliance holds pending a decision. A held payment is worth   *zbnkwqag
048700* the transfer's amount; a customer-name hit carries none.       *zbnkwqag
048800******************************************************************zbnkwqag
048900 AGE-COMPLIANCE-HOLDS.                                            zbnkwqag
049000     OPEN INPUT CMPQ-FILE.                                        zbnkwqag
049100     PERFORM CHECK-QUEUE-OPEN.                                    zbnkwqag
049200     PERFORM CMPQ-GET.                                            zbnkwqag
049300     PERFORM AGE-COMPLIANCE-HOLD                                  zbnkwqag
049400         UNTIL WS-END-OF-FILE-SW = 'YES'.                         zbnkwqag
049500     CLOSE CMPQ-FILE.                                             zbnkwqag
049600                                                                  zbnkwqag
049700 AGE-COMPLIANCE-HOLD.                                             zbnkwqag
049800     IF CP-REC-PENDING                                            zbnkwqag
049900        MOVE CP-REC-DATE TO WS-ITEM-DATE                          zbnkwqag
050000        MOVE ZERO TO WS-ITEM-AMOUNT                               zbnkwqag
050100        IF CP-REC-SOURCE-PAYMENT                                  zbnkwqag
050200           MOVE CP-REC-FROM-ACCNO TO XT-REC-FROM-ACCNO            zbnkwqag
050300           MOVE CP-REC-TASKN TO XT-REC-TASKN                      zbnkwqag
050400           PERFORM READ-TRANSFER-AMOUNT                           zbnkwqag
050500        END-IF                                                    zbnkwqag
050600        MOVE CP-REC-FROM-ACCNO TO WS-ITEM-ACCNO                   zbnkwqag
050700        MOVE CP-REC-PID TO WS-ITEM-PID                            zbnkwqag
050800        MOVE SPACES TO WS-ITEM-BRANCH                             zbnkwqag
050900        PERFORM COUNT-ITEM                                        zbnkwqag
051000            THRU COUNT-ITEM-EXIT                                  zbnkwqag
051100     END-IF.                                                      zbnkwqag
051200     PERFORM CMPQ-GET.                                            zbnkwqag
051300                                                                  zbnkwqag
051400 CMPQ-GET.                                                        zbnkwqag
051500     READ CMPQ-FILE NEXT RECORD.                                  zbnkwqag
051600     PERFORM CHECK-QUEUE-READ.                                    zbnkwqag
051700                                                                  zbnkwqag
051800******************************************************************zbnkwqag
051900* Fraud cases not yet cleared or confirmed                       *zbnkwqag
052000******************************************************************zbnkwqag
052100 AGE-FRAUD-CASES.                                                 zbnkwqag
052200     OPEN INPUT FCAS-FILE.                                        zbnkwqag
052300     PERFORM CHECK-QUEUE-OPEN.                                    zbnkwqag
052400     PERFORM FCAS-GET.                                            zbnkwqag
052500     PERFORM AGE-FRAUD-CASE                                       zbnkwqag
052600         UNTIL WS-END-OF-FILE-SW = 'YES'.                         zbnkwqag
052700     CLOSE FCAS-FILE.                                             zbnkwqag
052800                                                                  zbnkwqag
052900 AGE-FRAUD-CASE.                                                  zbnkwqag
053000     IF FC-REC-OPEN                                               zbnkwqag
053100        MOVE FC-REC-DATE TO WS-ITEM-DATE                          zbnkwqag
053200        MOVE ZERO TO WS-ITEM-AMOUNT                               zbnkwqag
053300        MOVE FC-REC-ACCNO TO WS-ITEM-ACCNO                        zbnkwqag
053400        MOVE FC-REC-PID TO WS-ITEM-PID                            zbnkwqag
053500        MOVE SPACES TO WS-ITEM-BRANCH                             zbnkwqag
053600        PERFORM COUNT-ITEM                                        zbnkwqag
053700            THRU COUNT-ITEM-EXIT                                  zbnkwqag
053800     END-IF.                                                      zbnkwqag
053900     PERFORM FCAS-GET.                                            zbnkwqag
054000                                                                  zbnkwqag
054100 FCAS-GET.                                                        zbnkwqag
054200     READ FCAS-FILE NEXT RECORD.                                  zbnkwqag
054300     PERFORM CHECK-QUEUE-READ.                                    zbnkwqag
054400                                                                  zbnkwqag
054500******************************************************************zbnkwqag
054600* Supervisor referrals awaiting release or rejection             *zbnkwqag
054700******************************************************************zbnkwqag
054800 AGE-REFERRALS.                                                   zbnkwqag
054900     OPEN INPUT REFQ-FILE.                                        zbnkwqag
055000     PERFORM CHECK-QUEUE-OPEN.                                    zbnkwqag
055100     PERFORM REFQ-GET.                                            zbnkwqag
055200     PERFORM AGE-REFERRAL                                         zbnkwqag
055300         UNTIL WS-END-OF-FILE-SW = 'YES'.                         zbnkwqag
055400     CLOSE REFQ-FILE.                                             zbnkwqag
055500                                                                  zbnkwqag
055600 AGE-REFERRAL.                                                    zbnkwqag
055700     IF RQ-REC-PENDING                                            zbnkwqag
055800        MOVE RQ-REC-DATE TO WS-ITEM-DATE                          zbnkwqag
055900        MOVE RQ-REC-AMOUNT TO WS-ITEM-AMOUNT                      zbnkwqag
056000        MOVE RQ-REC-ACCNO TO WS-ITEM-ACCNO                        zbnkwqag
056100        MOVE SPACES TO WS-ITEM-PID                                zbnkwqag
056200        MOVE SPACES TO WS-ITEM-BRANCH                             zbnkwqag
056300        PERFORM COUNT-ITEM                                        zbnkwqag
056400            THRU COUNT-ITEM-EXIT                                  zbnkwqag
056500     END-IF.                                                      zbnkwqag
056600     PERFORM REFQ-GET.                                            zbnkwqag
056700                                                                  zbnkwqag
056800 REFQ-GET.                                                        zbnkwqag
056900     READ REFQ-FILE NEXT RECORD.                                  zbnkwqag
057000     PERFORM CHECK-QUEUE-READ.                                    zbnkwqag
057100                                                                  zbnkwqag
057200******************************************************************zbnkwqag
057300* Positive-pay presentments not yet decided                      *zbnkwqag
057400******************************************************************zbnkwqag
057500 AGE-POSITIVE-PAY.                                                zbnkwqag
057600     OPEN INPUT PPAY-FILE.                                        zbnkwqag
057700     PERFORM CHECK-QUEUE-OPEN.                                    zbnkwqag
057800     PERFORM PPAY-GET.                                            zbnkwqag
057900     PERFORM AGE-PRESENTMENT                                      zbnkwqag
058000         UNTIL WS-END-OF-FILE-SW = 'YES'.                         zbnkwqag
058100     CLOSE PPAY-FILE.                                             zbnkwqag
058200                                                                  zbnkwqag
058300 AGE-PRESENTMENT.                                                 zbnkwqag
058400     IF PP-REC-PENDING                                            zbnkwqag
058500        MOVE PP-REC-DATE TO WS-ITEM-DATE                          zbnkwqag
058600        MOVE PP-REC-AMOUNT TO WS-ITEM-AMOUNT                      zbnkwqag
058700        MOVE PP-REC-ACCNO TO WS-ITEM-ACCNO                        zbnkwqag
058800        MOVE SPACES TO WS-ITEM-PID                                zbnkwqag
058900        MOVE SPACES TO WS-ITEM-BRANCH                             zbnkwqag
059000        PERFORM COUNT-ITEM                                        zbnkwqag
059100            THRU COUNT-ITEM-EXIT                                  zbnkwqag
059200     END-IF.                                                      zbnkwqag
059300     PERFORM PPAY-GET.                                            zbnkwqag
059400                                                                  zbnkwqag
059500 PPAY-GET.                                                        zbnkwqag
059600     READ PPAY-FILE NEXT RECORD.                                  zbnkwqag
059700     PERFORM CHECK-QUEUE-READ.                                    zbnkwqag
059800                                                                  zbnkwqag
059900******************************************************************zbnkwqag
060000* Delinquent loans still open, aged from the first missed        *zbnkwqag
060100* payment, worth the arrears                                     *zbnkwqag
060200******************************************************************zbnkwqag
060300 AGE-COLLECTIONS.                                                 zbnkwqag
060400     OPEN INPUT DELQ-FILE.                                        zbnkwqag
060500     PERFORM CHECK-QUEUE-OPEN.                                    zbnkwqag
060600     PERFORM DELQ-GET.                                            zbnkwqag
060700     PERFORM AGE-DELINQUENT-LOAN                                  zbnkwqag
060800         UNTIL WS-END-OF-FILE-SW = 'YES'.                         zbnkwqag
060900     CLOSE DELQ-FILE.                                             zbnkwqag
061000                                                                  zbnkwqag
061100 AGE-DELINQUENT-LOAN.                                             zbnkwqag
061200     IF DQ-REC-OPEN                                               zbnkwqag
061300        MOVE DQ-REC-FIRST-MISSED-DTE TO WS-ITEM-DATE              zbnkwqag
061400        MOVE DQ-REC-ARREARS TO WS-ITEM-AMOUNT                     zbnkwqag
061500        MOVE DQ-REC-ACCNO TO WS-ITEM-ACCNO                        zbnkwqag
061600        MOVE DQ-REC-CONTACT-ID TO WS-ITEM-PID                     zbnkwqag
061700        MOVE SPACES TO WS-ITEM-BRANCH                             zbnkwqag
061800        PERFORM COUNT-ITEM                                        zbnkwqag
061900            THRU COUNT-ITEM-EXIT                                  zbnkwqag
062000     END-IF.                                                      zbnkwqag
062100     PERFORM DELQ-GET.                                            zbnkwqag
062200                                                                  zbnkwqag
062300 DELQ-GET.                                                        zbnkwqag
062400     READ DELQ-FILE NEXT RECORD.                                  zbnkwqag
062500     PERFORM CHECK-QUEUE-READ.                                    zbnkwqag
062600                                                                  zbnkwqag
062700******************************************************************zbnkwqag
062800* Payment investigations not yet resolved, worth the amount of   *zbnkwqag
062900* the transfer being traced                                      *zbnkwqag
063000******************************************************************zbnkwqag
063100 AGE-INVESTIGATIONS.                                              zbnkwqag
063200     OPEN INPUT PINV-FILE.                                        zbnkwqag
063300     PERFORM CHECK-QUEUE-OPEN.                                    zbnkwqag
063400     PERFORM PINV-GET.                                            zbnkwqag
063500     PERFORM AGE-INVESTIGATION                                    zbnkwqag
063600         UNTIL WS-END-OF-FILE-SW = 'YES'.                         zbnkwqag
063700     CLOSE PINV-FILE.                                             zbnkwqag
063800                                                                  zbnkwqag
063900 AGE-INVESTIGATION.                                               zbnkwqag
064000     IF PI-REC-OPEN OR PI-REC-TRACE-SENT OR PI-REC-RESPONDED      zbnkwqag
064100        MOVE PI-REC-CASE-DATE TO WS-ITEM-DATE                     zbnkwqag
064200        MOVE ZERO TO WS-ITEM-AMOUNT                               zbnkwqag
064300        MOVE PI-REC-FROM-ACCNO TO XT-REC-FROM-ACCNO               zbnkwqag
064400        MOVE PI-REC-TASKN TO XT-REC-TASKN                         zbnkwqag
064500        PERFORM READ-TRANSFER-AMOUNT                              zbnkwqag
064600        MOVE PI-REC-FROM-ACCNO TO WS-ITEM-ACCNO                   zbnkwqag
064700        MOVE SPACES TO WS-ITEM-PID                                zbnkwqag
064800        MOVE SPACES TO WS-ITEM-BRANCH                             zbnkwqag
064900        PERFORM COUNT-ITEM                                        zbnkwqag
065000            THRU COUNT-ITEM-EXIT                                  zbnkwqag
065100     END-IF.                                                      zbnkwqag
065200     PERFORM PINV-GET.                                            zbnkwqag
065300                                                                  zbnkwqag
065400 PINV-GET.                                                        zbnkwqag
065500     READ PINV-FILE NEXT RECORD.                                  zbnkwqag
065600     PERFORM CHECK-QUEUE-READ.                                    zbnkwqag
065700                                                                  zbnkwqag
065800******************************************************************zbnkwqag
065900* Outbound transfers waiting for a second officer's approval.    *zbnkwqag
066000* BNKEXTL is already open for the amount lookups, so it is       *zbnkwqag
066100* read from its first key.                                       *zbnkwqag
066200******************************************************************zbnkwqag
066300 AGE-TRANSFER-APPROVALS.                                          zbnkwqag
066400     MOVE LOW-VALUES TO XT-REC-KEY.                               zbnkwqag
066500     START EXTL-FILE KEY IS NOT LESS THAN XT-REC-KEY.             zbnkwqag
066600     IF WS-EXTL-STATUS NOT = '00'                                 zbnkwqag
066700        MOVE 'YES' TO WS-END-OF-FILE-SW                           zbnkwqag
066800     ELSE                                                         zbnkwqag
066900        PERFORM EXTL-GET                                          zbnkwqag
067000     END-IF.                                                      zbnkwqag
067100     PERFORM AGE-TRANSFER                                         zbnkwqag
067200         UNTIL WS-END-OF-FILE-SW = 'YES'.                         zbnkwqag
067300                                                                  zbnkwqag
067400 AGE-TRANSFER.                                                    zbnkwqag
067500     IF XT-REC-PENDING-APPROVAL                                   zbnkwqag
067600        MOVE XT-REC-REQUEST-DTE TO WS-ITEM-DATE                   zbnkwqag
067700        MOVE XT-REC-AMOUNT TO WS-ITEM-AMOUNT                      zbnkwqag
067800        MOVE XT-REC-FROM-ACCNO TO WS-ITEM-ACCNO                   zbnkwqag
067900        MOVE SPACES TO WS-ITEM-PID                                zbnkwqag
068000        MOVE SPACES TO WS-ITEM-BRANCH                             zbnkwqag
068100        PERFORM COUNT-ITEM                                        zbnkwqag
068200            THRU COUNT-ITEM-EXIT                                  zbnkwqag
068300     END-IF.                                                      zbnkwqag
068400     PERFORM EXTL-GET.                                            zbnkwqag
068500                                                                  zbnkwqag
068600 EXTL-GET.                                                        zbnkwqag
068700     READ EXTL-FILE NEXT RECORD.                                  zbnkwqag
068800     MOVE WS-EXTL-STATUS TO WS-QUEUE-STATUS.                      zbnkwqag
068900     PERFORM CHECK-QUEUE-READ.                                    zbnkwqag
069000                                                                  zbnkwqag
069100******************************************************************zbnkwqag
069200* Loan restructure proposals waiting for approval, worth the     *zbnkwqag
069300* balance they would restructure, against the loan's account     *zbnkwqag
069400******************************************************************zbnkwqag
069500 AGE-RESTRUCTURES.                                                zbnkwqag
069600     OPEN INPUT LNRS-FILE.                                        zbnkwqag
069700     PERFORM CHECK-QUEUE-OPEN.                                    zbnkwqag
069800     PERFORM LNRS-GET.                                            zbnkwqag
069900     PERFORM AGE-RESTRUCTURE                                      zbnkwqag
070000         UNTIL WS-END-OF-FILE-SW = 'YES'.                         zbnkwqag
070100     CLOSE LNRS-FILE.                                             zbnkwqag
070200                                                                  zbnkwqag
070300 AGE-RESTRUCTURE.                                                 zbnkwqag
070400     IF LR-REC-PENDING                                            zbnkwqag
070500        MOVE LR-REC-PROPOSE-DTE TO WS-ITEM-DATE                   zbnkwqag
070600        MOVE LR-REC-OLD-OUTSTANDING TO WS-ITEM-AMOUNT             zbnkwqag
070700        MOVE LR-REC-CONTACT-ID TO LM-REC-CONTACT-ID               zbnkwqag
070800        MOVE LR-REC-TASKN TO LM-REC-TASKN                         zbnkwqag
070900        READ LOANM-FILE                                           zbnkwqag
071000        IF WS-LOANM-STATUS = '00'                                 zbnkwqag
071100           MOVE LM-REC-ACCNO TO WS-ITEM-ACCNO                     zbnkwqag
071200        ELSE                                                      zbnkwqag
071300           MOVE SPACES TO WS-ITEM-ACCNO                           zbnkwqag
071400        END-IF                                                    zbnkwqag
071500        MOVE LR-REC-CONTACT-ID TO WS-ITEM-PID                     zbnkwqag
071600        MOVE SPACES TO WS-ITEM-BRANCH                             zbnkwqag
071700        PERFORM COUNT-ITEM                                        zbnkwqag
071800            THRU COUNT-ITEM-EXIT                                  zbnkwqag
071900     END-IF.                                                      zbnkwqag
072000     PERFORM LNRS-GET.                                            zbnkwqag
072100                                                                  zbnkwqag
072200 LNRS-GET.                                                        zbnkwqag
072300     READ LNRS-FILE NEXT RECORD.                                  zbnkwqag
072400     PERFORM CHECK-QUEUE-READ.                                    zbnkwqag
072500                                                                  zbnkwqag
072600******************************************************************zbnkwqag
072700* Open complaints, under the branch recorded when logged         *zbnkwqag
072800******************************************************************zbnkwqag
072900 AGE-COMPLAINTS.                                                  zbnkwqag
073000     OPEN INPUT CMPL-FILE.                                        zbnkwqag
073100     PERFORM CHECK-QUEUE-OPEN.                                    zbnkwqag
073200     PERFORM CMPL-GET.                                            zbnkwqag
073300     PERFORM AGE-COMPLAINT                                        zbnkwqag
073400         UNTIL WS-END-OF-FILE-SW = 'YES'.                         zbnkwqag
073500     CLOSE CMPL-FILE.                                             zbnkwqag
073600                                                                  zbnkwqag
073700 AGE-COMPLAINT.                                                   zbnkwqag
073800     IF CM-REC-OPEN                                               zbnkwqag
073900        MOVE CM-REC-OPENED-DTE TO WS-ITEM-DATE                    zbnkwqag
074000        MOVE ZERO TO WS-ITEM-AMOUNT                               zbnkwqag
074100        MOVE CM-REC-ACCNO TO WS-ITEM-ACCNO                        zbnkwqag
074200        MOVE CM-REC-PID TO WS-ITEM-PID                            zbnkwqag
074300        MOVE CM-REC-BRANCH TO WS-ITEM-BRANCH                      zbnkwqag
074400        PERFORM COUNT-ITEM                                        zbnkwqag
074500            THRU COUNT-ITEM-EXIT                                  zbnkwqag
074600     END-IF.                                                      zbnkwqag
074700     PERFORM CMPL-GET.                                            zbnkwqag
074800                                                                  zbnkwqag
074900 CMPL-GET.                                                        zbnkwqag
075000     READ CMPL-FILE NEXT RECORD.                                  zbnkwqag
075100     PERFORM CHECK-QUEUE-READ.                                    zbnkwqag
075200                                                                  zbnkwqag
075300******************************************************************zbnkwqag
075400* Card disputes without a final outcome                          *zbnkwqag
075500******************************************************************zbnkwqag
075600 AGE-DISPUTES.                                                    zbnkwqag
075700     OPEN INPUT DISP-FILE.                                        zbnkwqag
075800     PERFORM CHECK-QUEUE-OPEN.                                    zbnkwqag
075900     PERFORM DISP-GET.                                            zbnkwqag
076000     PERFORM AGE-DISPUTE                                          zbnkwqag
076100         UNTIL WS-END-OF-FILE-SW = 'YES'.                         zbnkwqag
076200     CLOSE DISP-FILE.                                             zbnkwqag
076300                                                                  zbnkwqag
076400 AGE-DISPUTE.                                                     zbnkwqag
076500     IF NOT DP-REC-CLOSED                                         zbnkwqag
076600        MOVE DP-REC-RAISED-DTE TO WS-ITEM-DATE                    zbnkwqag
076700        MOVE DP-REC-AMOUNT TO WS-ITEM-AMOUNT                      zbnkwqag
076800        MOVE DP-REC-ACCNO TO WS-ITEM-ACCNO                        zbnkwqag
076900        MOVE DP-REC-PID TO WS-ITEM-PID                            zbnkwqag
077000        MOVE SPACES TO WS-ITEM-BRANCH                             zbnkwqag
077100        PERFORM COUNT-ITEM                                        zbnkwqag
077200            THRU COUNT-ITEM-EXIT                                  zbnkwqag
077300     END-IF.                                                      zbnkwqag
077400     PERFORM DISP-GET.                                            zbnkwqag
077500                                                                  zbnkwqag
077600 DISP-GET.                                                        zbnkwqag
077700     READ DISP-FILE NEXT RECORD.                                  zbnkwqag
077800     PERFORM CHECK-QUEUE-READ.                                    zbnkwqag
077900                                                                  zbnkwqag
078000 CHECK-QUEUE-OPEN.                                                zbnkwqag
078100     IF WS-QUEUE-STATUS NOT = '00'                                zbnkwqag
078200        MOVE SPACES TO WS-CONSOLE-MESSAGE                         zbnkwqag
078300        STRING WS-FILE-NAME DELIMITED BY SPACE                    zbnkwqag
078400               ' file open failure...' DELIMITED BY SIZE          zbnkwqag
078500          INTO WS-CONSOLE-MESSAGE                                 zbnkwqag
078600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkwqag
078700        MOVE WS-QUEUE-STATUS TO WS-IO-STATUS                      zbnkwqag
078800        PERFORM DISPLAY-IO-STATUS                                 zbnkwqag
078900        PERFORM ABORT-PROGRAM                                     zbnkwqag
079000     END-IF.                                                      zbnkwqag
079100                                                                  zbnkwqag
079200 CHECK-QUEUE-READ.                                                zbnkwqag
079300     IF WS-QUEUE-STATUS NOT = '00'                                zbnkwqag
079400        IF WS-QUEUE-STATUS = '10'                                 zbnkwqag
079500           MOVE 'YES' TO WS-END-OF-FILE-SW                        zbnkwqag
079600        ELSE                                                      zbnkwqag
079700           MOVE SPACES TO WS-CONSOLE-MESSAGE                      zbnkwqag
079800           STRING WS-FILE-NAME DELIMITED BY SPACE                 zbnkwqag
079900                  ' Error reading file ...' DELIMITED BY SIZE     zbnkwqag
080000             INTO WS-CONSOLE-MESSAGE                              zbnkwqag
080100           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkwqag
080200           MOVE WS-QUEUE-STATUS TO WS-IO-STATUS                   zbnkwqag
080300           PERFORM DISPLAY-IO-STATUS                              zbnkwqag
080400           PERFORM ABORT-PROGRAM                                  zbnkwqag
080500        END-IF                                                    zbnkwqag
080600     END-IF.                                                      zbnkwqag
080700                                                                  zbnkwqag
080800******************************************************************zbnkwqag
080900* The amount of the transfer a hold or investigation is about    *zbnkwqag
081000******************************************************************zbnkwqag
081100 READ-TRANSFER-AMOUNT.                                            zbnkwqag
081200     READ EXTL-FILE.                                              zbnkwqag
081300     IF WS-EXTL-STATUS = '00'                                     zbnkwqag
081400        MOVE XT-REC-AMOUNT TO WS-ITEM-AMOUNT                      zbnkwqag
081500     END-IF.                                                      zbnkwqag
081600                                                                  zbnkwqag
081700******************************************************************zbnkwqag
081800* COUNT-ITEM                                                     *zbnkwqag
081900* Count one open item on its queue and its branch. The branch    *zbnkwqag
082000* is the one given, else the account's, else the customer's;     *zbnkwqag
082100* '???' when none is known.                                      *zbnkwqag
082200******************************************************************zbnkwqag
082300 COUNT-ITEM.                                                      zbnkwqag
082400     IF WS-ITEM-BRANCH = SPACES AND WS-ITEM-ACCNO NOT = SPACES    zbnkwqag
082500        PERFORM LOOKUP-ACCOUNT-BRANCH                             zbnkwqag
082600     END-IF.                                                      zbnkwqag
082700     IF WS-ITEM-BRANCH = SPACES AND WS-ITEM-PID NOT = SPACES      zbnkwqag
082800        PERFORM LOOKUP-CUSTOMER-BRANCH                            zbnkwqag
082900     END-IF.                                                      zbnkwqag
083000     IF WS-ITEM-BRANCH = SPACES                                   zbnkwqag
083100        MOVE '???' TO WS-ITEM-BRANCH                              zbnkwqag
083200     END-IF.                                                      zbnkwqag
083300                                                                  zbnkwqag
083400     MOVE ZERO TO WS-ITEM-AGE.                                    zbnkwqag
083500     IF WS-ITEM-DATE IS NUMERIC AND                               zbnkwqag
083600        WS-ITEM-DATE IS GREATER THAN 16010101 AND                 zbnkwqag
083700        WS-ITEM-DATE IS LESS THAN WS-BUSDATE                      zbnkwqag
083800        COMPUTE WS-ITEM-AGE =                                     zbnkwqag
083900            FUNCTION INTEGER-OF-DATE (WS-BUSDATE) -               zbnkwqag
084000            FUNCTION INTEGER-OF-DATE (WS-ITEM-DATE)               zbnkwqag
084100     END-IF.                                                      zbnkwqag
084200     IF WS-ITEM-AMOUNT IS LESS THAN ZERO                          zbnkwqag
084300        MOVE ZERO TO WS-ITEM-AMOUNT                               zbnkwqag
084400     END-IF.                                                      zbnkwqag
084500                                                                  zbnkwqag
084600     ADD 1 TO WS-QT-OPEN (WS-QUEUE-SUB).                          zbnkwqag
084700     IF WS-ITEM-AGE IS GREATER THAN 1                             zbnkwqag
084800        ADD 1 TO WS-QT-OVER-1 (WS-QUEUE-SUB)                      zbnkwqag
084900     END-IF.                                                      zbnkwqag
085000     IF WS-ITEM-AGE IS GREATER THAN 3                             zbnkwqag
085100        ADD 1 TO WS-QT-OVER-3 (WS-QUEUE-SUB)                      zbnkwqag
085200     END-IF.                                                      zbnkwqag
085300     IF WS-ITEM-AGE IS GREATER THAN 7                             zbnkwqag
085400        ADD 1 TO WS-QT-OVER-7 (WS-QUEUE-SUB)                      zbnkwqag
085500     END-IF.                                                      zbnkwqag
085600     IF WS-ITEM-AGE IS GREATER THAN 30                            zbnkwqag
085700        ADD 1 TO WS-QT-OVER-30 (WS-QUEUE-SUB)                     zbnkwqag
085800     END-IF.                                                      zbnkwqag
085900     ADD WS-ITEM-AMOUNT TO WS-QT-AMOUNT (WS-QUEUE-SUB).           zbnkwqag
086000     IF WS-ITEM-DATE IS NUMERIC AND WS-ITEM-DATE > ZERO           zbnkwqag
086100        IF WS-QT-OLDEST-DTE (WS-QUEUE-SUB) = ZERO OR              zbnkwqag
086200           WS-ITEM-DATE < WS-QT-OLDEST-DTE (WS-QUEUE-SUB)         zbnkwqag
086300           MOVE WS-ITEM-DATE TO WS-QT-OLDEST-DTE (WS-QUEUE-SUB)   zbnkwqag
086400        END-IF                                                    zbnkwqag
086500     END-IF.                                                      zbnkwqag
086600                                                                  zbnkwqag
086700     PERFORM FIND-BRANCH-ENTRY                                    zbnkwqag
086800         THRU FIND-BRANCH-ENTRY-EXIT.                             zbnkwqag
086900     ADD 1 TO WS-BR-OPEN (WS-BR-SUB, WS-QUEUE-SUB).               zbnkwqag
087000     IF WS-ITEM-AGE IS GREATER THAN 1                             zbnkwqag
087100        ADD 1 TO WS-BR-OVER-1 (WS-BR-SUB, WS-QUEUE-SUB)           zbnkwqag
087200     END-IF.                                                      zbnkwqag
087300     IF WS-ITEM-AGE IS GREATER THAN 3                             zbnkwqag
087400        ADD 1 TO WS-BR-OVER-3 (WS-BR-SUB, WS-QUEUE-SUB)           zbnkwqag
087500     END-IF.                                                      zbnkwqag
087600     IF WS-ITEM-AGE IS GREATER THAN 7                             zbnkwqag
087700        ADD 1 TO WS-BR-OVER-7 (WS-BR-SUB, WS-QUEUE-SUB)           zbnkwqag
087800     END-IF.                                                      zbnkwqag
087900     IF WS-ITEM-AGE IS GREATER THAN 30                            zbnkwqag
088000        ADD 1 TO WS-BR-OVER-30 (WS-BR-SUB, WS-QUEUE-SUB)          zbnkwqag
088100     END-IF.                                                      zbnkwqag
088200     ADD WS-ITEM-AMOUNT TO WS-BR-AMOUNT (WS-BR-SUB, WS-QUEUE-SUB).zbnkwqag
088300 COUNT-ITEM-EXIT.                                                 zbnkwqag
088400     EXIT.                                                        zbnkwqag
088500                                                                  zbnkwqag
088600******************************************************************zbnkwqag
088700* FIND-BRANCH-ENTRY                                              *zbnkwqag
088800* Find the item's branch in the table, or insert it in branch    *zbnkwqag
088900* order. When the table is full the last entry becomes '***'     *zbnkwqag
089000* and takes every branch not already held.                       *zbnkwqag
089100******************************************************************zbnkwqag
089200 FIND-BRANCH-ENTRY.                                               zbnkwqag
089300     MOVE 1 TO WS-BR-SUB.                                         zbnkwqag
089400     PERFORM STEP-BRANCH-ENTRY                                    zbnkwqag
089500         UNTIL WS-BR-SUB IS GREATER THAN WS-BRANCH-COUNT OR       zbnkwqag
089600               WS-BR-CODE (WS-BR-SUB) IS NOT LESS THAN            zbnkwqag
089700                   WS-ITEM-BRANCH.                                zbnkwqag
089800     IF WS-BR-SUB IS NOT GREATER THAN WS-BRANCH-COUNT             zbnkwqag
089900        IF WS-BR-CODE (WS-BR-SUB) = WS-ITEM-BRANCH                zbnkwqag
090000           GO TO FIND-BRANCH-ENTRY-EXIT                           zbnkwqag
090100        END-IF                                                    zbnkwqag
090200     END-IF.                                                      zbnkwqag
090300     IF WS-BRANCH-COUNT IS EQUAL TO WS-BRANCH-MAX                 zbnkwqag
090400        MOVE WS-BRANCH-MAX TO WS-BR-SUB                           zbnkwqag
090500        MOVE '***' TO WS-BR-CODE (WS-BR-SUB)                      zbnkwqag
090600        GO TO FIND-BRANCH-ENTRY-EXIT                              zbnkwqag
090700     END-IF.                                                      zbnkwqag
090800     MOVE WS-BRANCH-COUNT TO WS-BR-MOVE-SUB.                      zbnkwqag
090900     PERFORM SHIFT-BRANCH-ENTRY                                   zbnkwqag
091000         UNTIL WS-BR-MOVE-SUB IS LESS THAN WS-BR-SUB.             zbnkwqag
091100     ADD 1 TO WS-BRANCH-COUNT.                                    zbnkwqag
091200     INITIALIZE WS-BR-ENTRY (WS-BR-SUB).                          zbnkwqag
091300     MOVE WS-ITEM-BRANCH TO WS-BR-CODE (WS-BR-SUB).               zbnkwqag
091400 FIND-BRANCH-ENTRY-EXIT.                                          zbnkwqag
091500     EXIT.                                                        zbnkwqag
091600                                                                  zbnkwqag
091700 STEP-BRANCH-ENTRY.                                               zbnkwqag
091800     ADD 1 TO WS-BR-SUB.                                          zbnkwqag
091900                                                                  zbnkwqag
092000 SHIFT-BRANCH-ENTRY.                                              zbnkwqag
092100     MOVE WS-BR-ENTRY (WS-BR-MOVE-SUB)                            zbnkwqag
092200       TO WS-BR-ENTRY (WS-BR-MOVE-SUB + 1).                       zbnkwqag
092300     SUBTRACT 1 FROM WS-BR-MOVE-SUB.                              zbnkwqag
092400                                                                  zbnkwqag
092500******************************************************************zbnkwqag
092600* Branch lookups - the last account is kept, as queue items for  *zbnkwqag
092700* one account tend to sit together                               *zbnkwqag
092800******************************************************************zbnkwqag
092900 LOOKUP-ACCOUNT-BRANCH.                                           zbnkwqag
093000     IF WS-ITEM-ACCNO = WS-LAST-ACCNO                             zbnkwqag
093100        MOVE WS-LAST-BRANCH TO WS-ITEM-BRANCH                     zbnkwqag
093200     ELSE                                                         zbnkwqag
093300        MOVE WS-ITEM-ACCNO TO BAC-REC-ACCNO                       zbnkwqag
093400        READ ACCOUNT-FILE                                         zbnkwqag
093500        IF WS-ACCOUNT-STATUS = '00'                               zbnkwqag
093600           MOVE BAC-REC-BRANCH TO WS-ITEM-BRANCH                  zbnkwqag
093700        ELSE                                                      zbnkwqag
093800           MOVE SPACES TO WS-ITEM-BRANCH                          zbnkwqag
093900        END-IF                                                    zbnkwqag
094000        MOVE WS-ITEM-ACCNO TO WS-LAST-ACCNO                       zbnkwqag
094100        MOVE WS-ITEM-BRANCH TO WS-LAST-BRANCH                     zbnkwqag
094200     END-IF.                                                      zbnkwqag
094300                                                                  zbnkwqag
094400 LOOKUP-CUSTOMER-BRANCH.                                          zbnkwqag
094500     MOVE WS-ITEM-PID TO BCS-REC-PID.                             zbnkwqag
094600     READ CUSTOMER-FILE.                                          zbnkwqag
094700     IF WS-CUSTOMER-STATUS = '00'                                 zbnkwqag
094800        MOVE BCS-REC-BRANCH TO WS-ITEM-BRANCH                     zbnkwqag
094900     END-IF.                                                      zbnkwqag
095000                                                                  zbnkwqag
095100******************************************************************zbnkwqag
095200* FILE-QUEUE-HISTORY                                             *zbnkwqag
095300* Find the queue's previous run on BNKWQHS - the latest entry    *zbnkwqag
095400* under an earlier business date - then file today's figures,    *zbnkwqag
095500* replacing them when the job is rerun for the same date.        *zbnkwqag
095600******************************************************************zbnkwqag
095700 FILE-QUEUE-HISTORY.                                              zbnkwqag
095800     MOVE 'N' TO WS-QT-PRIOR-FOUND (WS-QUEUE-SUB).                zbnkwqag
095900     MOVE WQ-QUEUE-FILE (WS-QUEUE-SUB) TO WQ-REC-QUEUE.           zbnkwqag
096000     MOVE ZERO TO WQ-REC-BUSDATE.                                 zbnkwqag
096100     START WQHS-FILE KEY IS NOT LESS THAN WQ-REC-KEY.             zbnkwqag
096200     IF WS-WQHS-STATUS = '00'                                     zbnkwqag
096300        MOVE 'NO ' TO WS-END-OF-WQHS                              zbnkwqag
096400        PERFORM READ-QUEUE-HISTORY                                zbnkwqag
096500            UNTIL WS-END-OF-WQHS = 'YES'                          zbnkwqag
096600     END-IF.                                                      zbnkwqag
096700                                                                  zbnkwqag
096800     MOVE SPACES TO WQHS-FILE-REC.                                zbnkwqag
096900     MOVE WQ-QUEUE-FILE (WS-QUEUE-SUB) TO WQ-REC-QUEUE.           zbnkwqag
097000     MOVE WS-BUSDATE TO WQ-REC-BUSDATE.                           zbnkwqag
097100     MOVE WS-QT-OPEN (WS-QUEUE-SUB) TO WQ-REC-OPEN.               zbnkwqag
097200     MOVE WS-QT-OVER-1 (WS-QUEUE-SUB) TO WQ-REC-OVER-1.           zbnkwqag
097300     MOVE WS-QT-OVER-3 (WS-QUEUE-SUB) TO WQ-REC-OVER-3.           zbnkwqag
097400     MOVE WS-QT-OVER-7 (WS-QUEUE-SUB) TO WQ-REC-OVER-7.           zbnkwqag
097500     MOVE WS-QT-OVER-30 (WS-QUEUE-SUB) TO WQ-REC-OVER-30.         zbnkwqag
097600     MOVE WS-QT-AMOUNT (WS-QUEUE-SUB) TO WQ-REC-AMOUNT.           zbnkwqag
097700     MOVE WS-QT-OLDEST-DTE (WS-QUEUE-SUB) TO WQ-REC-OLDEST-DTE.   zbnkwqag
097800     PERFORM WQHS-PUT.                                            zbnkwqag
097900 FILE-QUEUE-HISTORY-EXIT.                                         zbnkwqag
098000     EXIT.                                                        zbnkwqag
098100                                                                  zbnkwqag
098200 READ-QUEUE-HISTORY.                                              zbnkwqag
098300     READ WQHS-FILE NEXT RECORD.                                  zbnkwqag
098400     IF WS-WQHS-STATUS NOT = '00'                                 zbnkwqag
098500        IF WS-WQHS-STATUS NOT = '10'                              zbnkwqag
098600           MOVE 'WQHS Error reading file ...'                     zbnkwqag
098700             TO WS-CONSOLE-MESSAGE                                zbnkwqag
098800           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkwqag
098900           MOVE WS-WQHS-STATUS TO WS-IO-STATUS                    zbnkwqag
099000           PERFORM DISPLAY-IO-STATUS                              zbnkwqag
099100           PERFORM ABORT-PROGRAM                                  zbnkwqag
099200        END-IF                                                    zbnkwqag
099300        MOVE 'YES' TO WS-END-OF-WQHS                              zbnkwqag
099400     ELSE                                                         zbnkwqag
099500        IF WQ-REC-QUEUE NOT = WQ-QUEUE-FILE (WS-QUEUE-SUB) OR     zbnkwqag
099600           WQ-REC-BUSDATE NOT LESS THAN WS-BUSDATE                zbnkwqag
099700           MOVE 'YES' TO WS-END-OF-WQHS                           zbnkwqag
099800        ELSE                                                      zbnkwqag
099900           MOVE 'Y' TO WS-QT-PRIOR-FOUND (WS-QUEUE-SUB)           zbnkwqag
100000           MOVE WQ-REC-BUSDATE                                    zbnkwqag
100100             TO WS-QT-PRIOR-BUSDATE (WS-QUEUE-SUB)                zbnkwqag
100200           MOVE WQ-REC-OPEN TO WS-QT-PRIOR-OPEN (WS-QUEUE-SUB)    zbnkwqag
100300           MOVE WQ-REC-OVER-30                                    zbnkwqag
100400             TO WS-QT-PRIOR-OVER-30 (WS-QUEUE-SUB)                zbnkwqag
100500        END-IF                                                    zbnkwqag
100600     END-IF.                                                      zbnkwqag
100700                                                                  zbnkwqag
100800******************************************************************zbnkwqag
100900* WRITE-BANK-WIDE-SECTION                                        *zbnkwqag
101000* One line per queue with the movement in open items since the   *zbnkwqag
101100* previous run, then the all-queue totals                        *zbnkwqag
101200******************************************************************zbnkwqag
101300 WRITE-BANK-WIDE-SECTION.                                         zbnkwqag
101400     MOVE SPACES TO WS-REPORT-LINE.                               zbnkwqag
101500     STRING 'Work-Queue Aging Report - business date '            zbnkwqag
101600                                      DELIMITED BY SIZE           zbnkwqag
101700            WS-BUSDATE-DISPLAY        DELIMITED BY SIZE           zbnkwqag
101800       INTO WS-REPORT-LINE.                                       zbnkwqag
101900     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkwqag
102000     PERFORM PRINTOUT-PUT.                                        zbnkwqag
102100     MOVE SPACES TO PRINTOUT-REC.                                 zbnkwqag
102200     PERFORM PRINTOUT-PUT.                                        zbnkwqag
102300     MOVE 'All branches' TO PRINTOUT-REC.                         zbnkwqag
102400     PERFORM PRINTOUT-PUT.                                        zbnkwqag
102500     PERFORM WRITE-COLUMN-HEADINGS.                               zbnkwqag
102600     PERFORM WRITE-QUEUE-LINE                                     zbnkwqag
102700         VARYING WS-QUEUE-SUB FROM 1 BY 1                         zbnkwqag
102800         UNTIL WS-QUEUE-SUB IS GREATER THAN WQ-QUEUE-COUNT.       zbnkwqag
102900     MOVE SPACES TO WS-QUEUE-LINE.                                zbnkwqag
103000     MOVE 'All queues' TO WS-QL-DESC.                             zbnkwqag
103100     MOVE WS-TOTAL-OPEN TO WS-QL-OPEN.                            zbnkwqag
103200     MOVE WS-TOTAL-OVER-30 TO WS-QL-OVER-30.                      zbnkwqag
103300     MOVE WS-TOTAL-AMOUNT TO WS-QL-AMOUNT.                        zbnkwqag
103400     MOVE SPACES TO PRINTOUT-REC.                                 zbnkwqag
103500     PERFORM PRINTOUT-PUT.                                        zbnkwqag
103600     MOVE WS-QUEUE-LINE TO PRINTOUT-REC.                          zbnkwqag
103700     PERFORM PRINTOUT-PUT.                                        zbnkwqag
103800                                                                  zbnkwqag
103900 WRITE-COLUMN-HEADINGS.                                           zbnkwqag
104000     MOVE SPACES TO WS-REPORT-LINE.                               zbnkwqag
104100     MOVE 'Queue' TO WS-REPORT-LINE (1:5).                        zbnkwqag
104200     MOVE 'Description' TO WS-REPORT-LINE (11:11).                zbnkwqag
104300     MOVE 'Open' TO WS-REPORT-LINE (39:4).                        zbnkwqag
104400     MOVE '>1 day' TO WS-REPORT-LINE (45:6).                      zbnkwqag
104500     MOVE '>3 days' TO WS-REPORT-LINE (52:7).                     zbnkwqag
104600     MOVE '>7 days' TO WS-REPORT-LINE (60:7).                     zbnkwqag
104700     MOVE '>30 dys' TO WS-REPORT-LINE (68:7).                     zbnkwqag
104800     MOVE 'At stake' TO WS-REPORT-LINE (82:8).                    zbnkwqag
104900     MOVE 'Oldest' TO WS-REPORT-LINE (92:6).                      zbnkwqag
105000     MOVE 'Prev' TO WS-REPORT-LINE (107:4).                       zbnkwqag
105100     MOVE 'Change' TO WS-REPORT-LINE (113:6).                     zbnkwqag
105200     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkwqag
105300     PERFORM PRINTOUT-PUT.                                        zbnkwqag
105400                                                                  zbnkwqag
105500 WRITE-QUEUE-LINE.                                                zbnkwqag
105600     MOVE SPACES TO WS-QUEUE-LINE.                                zbnkwqag
105700     MOVE WQ-QUEUE-FILE (WS-QUEUE-SUB) TO WS-QL-QUEUE.            zbnkwqag
105800     MOVE WQ-QUEUE-DESC (WS-QUEUE-SUB) TO WS-QL-DESC.             zbnkwqag
105900     MOVE WS-QT-OPEN (WS-QUEUE-SUB) TO WS-QL-OPEN.                zbnkwqag
106000     MOVE WS-QT-OVER-1 (WS-QUEUE-SUB) TO WS-QL-OVER-1.            zbnkwqag
106100     MOVE WS-QT-OVER-3 (WS-QUEUE-SUB) TO WS-QL-OVER-3.            zbnkwqag
106200     MOVE WS-QT-OVER-7 (WS-QUEUE-SUB) TO WS-QL-OVER-7.            zbnkwqag
106300     MOVE WS-QT-OVER-30 (WS-QUEUE-SUB) TO WS-QL-OVER-30.          zbnkwqag
106400     MOVE WS-QT-AMOUNT (WS-QUEUE-SUB) TO WS-QL-AMOUNT.            zbnkwqag
106500     IF WS-QT-OLDEST-DTE (WS-QUEUE-SUB) IS GREATER THAN ZERO      zbnkwqag
106600        MOVE WS-QT-OLDEST-DTE (WS-QUEUE-SUB) TO WS-DATE-WORK      zbnkwqag
106700        PERFORM FORMAT-DATE-WORK                                  zbnkwqag
106800        MOVE WS-DATE-WORK-DISPLAY TO WS-QL-OLDEST                 zbnkwqag
106900     END-IF.                                                      zbnkwqag
107000     IF WS-QT-PRIOR-FOUND (WS-QUEUE-SUB) = 'Y'                    zbnkwqag
107100        MOVE WS-QT-PRIOR-OPEN (WS-QUEUE-SUB) TO WS-QL-PRIOR       zbnkwqag
107200        COMPUTE WS-CHANGE = WS-QT-OPEN (WS-QUEUE-SUB) -           zbnkwqag
107300                            WS-QT-PRIOR-OPEN (WS-QUEUE-SUB)       zbnkwqag
107400        MOVE WS-CHANGE TO WS-QL-CHANGE                            zbnkwqag
107500     END-IF.                                                      zbnkwqag
107600     MOVE WS-QUEUE-LINE TO PRINTOUT-REC.                          zbnkwqag
107700     PERFORM PRINTOUT-PUT.                                        zbnkwqag
107800     ADD WS-QT-OPEN (WS-QUEUE-SUB) TO WS-TOTAL-OPEN.              zbnkwqag
107900     ADD WS-QT-OVER-30 (WS-QUEUE-SUB) TO WS-TOTAL-OVER-30.        zbnkwqag
108000     ADD WS-QT-AMOUNT (WS-QUEUE-SUB) TO WS-TOTAL-AMOUNT.          zbnkwqag
108100                                                                  zbnkwqag
108200******************************************************************zbnkwqag
108300* WRITE-BRANCH-SECTION                                           *zbnkwqag
108400* The queues with open items at one branch, and its total        *zbnkwqag
108500******************************************************************zbnkwqag
108600 WRITE-BRANCH-SECTION.                                            zbnkwqag
108700     MOVE SPACES TO PRINTOUT-REC.                                 zbnkwqag
108800     PERFORM PRINTOUT-PUT.                                        zbnkwqag
108900     MOVE SPACES TO WS-REPORT-LINE.                               zbnkwqag
109000     IF WS-BR-CODE (WS-BR-SUB) = '???'                            zbnkwqag
109100        MOVE 'Branch not known' TO WS-REPORT-LINE                 zbnkwqag
109200     ELSE                                                         zbnkwqag
109300        IF WS-BR-CODE (WS-BR-SUB) = '***'                         zbnkwqag
109400           MOVE 'Other branches' TO WS-REPORT-LINE                zbnkwqag
109500        ELSE                                                      zbnkwqag
109600           STRING 'Branch ' DELIMITED BY SIZE                     zbnkwqag
109700                  WS-BR-CODE (WS-BR-SUB) DELIMITED BY SIZE        zbnkwqag
109800             INTO WS-REPORT-LINE                                  zbnkwqag
109900        END-IF                                                    zbnkwqag
110000     END-IF.                                                      zbnkwqag
110100     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkwqag
110200     PERFORM PRINTOUT-PUT.                                        zbnkwqag
110300     MOVE ZERO TO WS-BRANCH-OPEN.                                 zbnkwqag
110400     MOVE ZERO TO WS-BRANCH-AMOUNT.                               zbnkwqag
110500     PERFORM WRITE-BRANCH-QUEUE-LINE                              zbnkwqag
110600         VARYING WS-QUEUE-SUB FROM 1 BY 1                         zbnkwqag
110700         UNTIL WS-QUEUE-SUB IS GREATER THAN WQ-QUEUE-COUNT.       zbnkwqag
110800     MOVE SPACES TO WS-QUEUE-LINE.                                zbnkwqag
110900     MOVE 'Branch total' TO WS-QL-DESC.                           zbnkwqag
111000     MOVE WS-BRANCH-OPEN TO WS-QL-OPEN.                           zbnkwqag
111100     MOVE WS-BRANCH-AMOUNT TO WS-QL-AMOUNT.                       zbnkwqag
111200     MOVE WS-QUEUE-LINE TO PRINTOUT-REC.                          zbnkwqag
111300     PERFORM PRINTOUT-PUT.                                        zbnkwqag
111400                                                                  zbnkwqag
111500 WRITE-BRANCH-QUEUE-LINE.                                         zbnkwqag
111600     IF WS-BR-OPEN (WS-BR-SUB, WS-QUEUE-SUB) IS GREATER THAN ZERO zbnkwqag
111700        MOVE SPACES TO WS-QUEUE-LINE                              zbnkwqag
111800        MOVE WQ-QUEUE-FILE (WS-QUEUE-SUB) TO WS-QL-QUEUE          zbnkwqag
111900        MOVE WQ-QUEUE-DESC (WS-QUEUE-SUB) TO WS-QL-DESC           zbnkwqag
112000        MOVE WS-BR-OPEN (WS-BR-SUB, WS-QUEUE-SUB) TO WS-QL-OPEN   zbnkwqag
112100        MOVE WS-BR-OVER-1 (WS-BR-SUB, WS-QUEUE-SUB)               zbnkwqag
112200          TO WS-QL-OVER-1                                         zbnkwqag
112300        MOVE WS-BR-OVER-3 (WS-BR-SUB, WS-QUEUE-SUB)               zbnkwqag
112400          TO WS-QL-OVER-3                                         zbnkwqag
112500        MOVE WS-BR-OVER-7 (WS-BR-SUB, WS-QUEUE-SUB)               zbnkwqag
112600          TO WS-QL-OVER-7                                         zbnkwqag
112700        MOVE WS-BR-OVER-30 (WS-BR-SUB, WS-QUEUE-SUB)              zbnkwqag
112800          TO WS-QL-OVER-30                                        zbnkwqag
112900        MOVE WS-BR-AMOUNT (WS-BR-SUB, WS-QUEUE-SUB)               zbnkwqag
113000          TO WS-QL-AMOUNT                                         zbnkwqag
113100        MOVE WS-QUEUE-LINE TO PRINTOUT-REC                        zbnkwqag
113200        PERFORM PRINTOUT-PUT                                      zbnkwqag
113300        ADD WS-BR-OPEN (WS-BR-SUB, WS-QUEUE-SUB) TO WS-BRANCH-OPENzbnkwqag
113400        ADD WS-BR-AMOUNT (WS-BR-SUB, WS-QUEUE-SUB)                zbnkwqag
113500          TO WS-BRANCH-AMOUNT                                     zbnkwqag
113600     END-IF.                                                      zbnkwqag
113700                                                                  zbnkwqag
113800******************************************************************zbnkwqag
113900* PRINT-JOB-SUMMARY                                              *zbnkwqag
114000******************************************************************zbnkwqag
114100 PRINT-JOB-SUMMARY.                                               zbnkwqag
114200     PERFORM JOBSUM-OPEN.                                         zbnkwqag
114300     MOVE SPACES TO JOBSUM-REC.                                   zbnkwqag
114400     MOVE WQ-QUEUE-COUNT TO WS-COUNT-D.                           zbnkwqag
114500     STRING 'Case queues aged:            ' DELIMITED BY SIZE     zbnkwqag
114600            WS-COUNT-D DELIMITED BY SIZE                          zbnkwqag
114700       INTO JOBSUM-REC.                                           zbnkwqag
114800     PERFORM JOBSUM-PUT.                                          zbnkwqag
114900     MOVE SPACES TO JOBSUM-REC.                                   zbnkwqag
115000     MOVE WS-TOTAL-OPEN TO WS-COUNT-D.                            zbnkwqag
115100     STRING 'Open items:                  ' DELIMITED BY SIZE     zbnkwqag
115200            WS-COUNT-D DELIMITED BY SIZE                          zbnkwqag
115300       INTO JOBSUM-REC.                                           zbnkwqag
115400     PERFORM JOBSUM-PUT.                                          zbnkwqag
115500     MOVE SPACES TO JOBSUM-REC.                                   zbnkwqag
115600     MOVE WS-TOTAL-OVER-30 TO WS-COUNT-D.                         zbnkwqag
115700     STRING 'Open more than 30 days:      ' DELIMITED BY SIZE     zbnkwqag
115800            WS-COUNT-D DELIMITED BY SIZE                          zbnkwqag
115900       INTO JOBSUM-REC.                                           zbnkwqag
116000     PERFORM JOBSUM-PUT.                                          zbnkwqag
116100     MOVE SPACES TO JOBSUM-REC.                                   zbnkwqag
116200     MOVE WS-BRANCH-COUNT TO WS-COUNT-D.                          zbnkwqag
116300     STRING 'Branches reported:           ' DELIMITED BY SIZE     zbnkwqag
116400            WS-COUNT-D DELIMITED BY SIZE                          zbnkwqag
116500       INTO JOBSUM-REC.                                           zbnkwqag
116600     PERFORM JOBSUM-PUT.                                          zbnkwqag
116700     MOVE SPACES TO JOBSUM-REC.                                   zbnkwqag
116800     MOVE WS-LINES-PRINTED TO WS-COUNT-D.                         zbnkwqag
116900     STRING 'Report lines written:        ' DELIMITED BY SIZE     zbnkwqag
117000            WS-COUNT-D DELIMITED BY SIZE                          zbnkwqag
117100       INTO JOBSUM-REC.                                           zbnkwqag
117200     PERFORM JOBSUM-PUT.                                          zbnkwqag
117300     PERFORM JOBSUM-CLOSE.                                        zbnkwqag
117400     MOVE 'Job summary written to JOBSUM'                         zbnkwqag
117500       TO WS-CONSOLE-MESSAGE.                                     zbnkwqag
117600     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkwqag
117700                                                                  zbnkwqag
117800******************************************************************zbnkwqag
117900* Open and close the lookup files - the branch sources and       *zbnkwqag
118000* BNKEXTL, which is both a queue and the transfer amount source  *zbnkwqag
118100******************************************************************zbnkwqag
118200 LOOKUP-FILES-OPEN.                                               zbnkwqag
118300     OPEN INPUT ACCOUNT-FILE.                                     zbnkwqag
118400     IF WS-ACCOUNT-STATUS NOT = '00'                              zbnkwqag
118500        MOVE 'ACCOUNT file open failure...' TO WS-CONSOLE-MESSAGE zbnkwqag
118600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkwqag
118700        MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                    zbnkwqag
118800        PERFORM DISPLAY-IO-STATUS                                 zbnkwqag
118900        PERFORM ABORT-PROGRAM                                     zbnkwqag
119000     END-IF.                                                      zbnkwqag
119100     OPEN INPUT CUSTOMER-FILE.                                    zbnkwqag
119200     IF WS-CUSTOMER-STATUS NOT = '00'                             zbnkwqag
119300        MOVE 'CUSTOMER file open failure...' TO WS-CONSOLE-MESSAGEzbnkwqag
119400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkwqag
119500        MOVE WS-CUSTOMER-STATUS TO WS-IO-STATUS                   zbnkwqag
119600        PERFORM DISPLAY-IO-STATUS                                 zbnkwqag
119700        PERFORM ABORT-PROGRAM                                     zbnkwqag
119800     END-IF.                                                      zbnkwqag
119900     OPEN INPUT LOANM-FILE.                                       zbnkwqag
120000     IF WS-LOANM-STATUS NOT = '00'                                zbnkwqag
120100        MOVE 'LOANM file open failure...' TO WS-CONSOLE-MESSAGE   zbnkwqag
120200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkwqag
120300        MOVE WS-LOANM-STATUS TO WS-IO-STATUS                      zbnkwqag
120400        PERFORM DISPLAY-IO-STATUS                                 zbnkwqag
120500        PERFORM ABORT-PROGRAM                                     zbnkwqag
120600     END-IF.                                                      zbnkwqag
120700     OPEN INPUT EXTL-FILE.                                        zbnkwqag
120800     IF WS-EXTL-STATUS NOT = '00'                                 zbnkwqag
120900        MOVE 'EXTL file open failure...' TO WS-CONSOLE-MESSAGE    zbnkwqag
121000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkwqag
121100        MOVE WS-EXTL-STATUS TO WS-IO-STATUS                       zbnkwqag
121200        PERFORM DISPLAY-IO-STATUS                                 zbnkwqag
121300        PERFORM ABORT-PROGRAM                                     zbnkwqag
121400     END-IF.                                                      zbnkwqag
121500     MOVE 'Lookup files opened OK' TO WS-CONSOLE-MESSAGE.         zbnkwqag
121600     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkwqag
121700                                                                  zbnkwqag
121800 LOOKUP-FILES-CLOSE.                                              zbnkwqag
121900     CLOSE ACCOUNT-FILE.                                          zbnkwqag
122000     CLOSE CUSTOMER-FILE.                                         zbnkwqag
122100     CLOSE LOANM-FILE.                                            zbnkwqag
122200     CLOSE EXTL-FILE.                                             zbnkwqag
122300     MOVE 'Lookup files closed' TO WS-CONSOLE-MESSAGE.            zbnkwqag
122400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkwqag
122500                                                                  zbnkwqag
122600******************************************************************zbnkwqag
122700* Open, write and close the WQHS history file                    *zbnkwqag
122800******************************************************************zbnkwqag
122900 WQHS-OPEN.                                                       zbnkwqag
123000     OPEN I-O WQHS-FILE.                                          zbnkwqag
123100     IF WS-WQHS-STATUS = '00'                                     zbnkwqag
123200        MOVE 'WQHS file opened OK' TO WS-CONSOLE-MESSAGE          zbnkwqag
123300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkwqag
123400     ELSE                                                         zbnkwqag
123500        MOVE 'WQHS file open failure...' TO WS-CONSOLE-MESSAGE    zbnkwqag
123600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkwqag
123700        MOVE WS-WQHS-STATUS TO WS-IO-STATUS                       zbnkwqag
123800        PERFORM DISPLAY-IO-STATUS                                 zbnkwqag
123900        PERFORM ABORT-PROGRAM                                     zbnkwqag
124000     END-IF.                                                      zbnkwqag
124100                                                                  zbnkwqag
124200 WQHS-PUT.                                                        zbnkwqag
124300     WRITE WQHS-FILE-REC.                                         zbnkwqag
124400     IF WS-WQHS-STATUS = '22'                                     zbnkwqag
124500        REWRITE WQHS-FILE-REC                                     zbnkwqag
124600     END-IF.                                                      zbnkwqag
124700     IF WS-WQHS-STATUS NOT = '00'                                 zbnkwqag
124800        MOVE 'WQHS Error writing file ...' TO WS-CONSOLE-MESSAGE  zbnkwqag
124900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkwqag
125000        MOVE WS-WQHS-STATUS TO WS-IO-STATUS                       zbnkwqag
125100        PERFORM DISPLAY-IO-STATUS                                 zbnkwqag
125200        PERFORM ABORT-PROGRAM                                     zbnkwqag
125300     END-IF.                                                      zbnkwqag
125400                                                                  zbnkwqag
125500 WQHS-CLOSE.                                                      zbnkwqag
125600     CLOSE WQHS-FILE.                                             zbnkwqag
125700     IF WS-WQHS-STATUS = '00'                                     zbnkwqag
125800        MOVE 'WQHS file closed OK' TO WS-CONSOLE-MESSAGE          zbnkwqag
125900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkwqag
126000     ELSE                                                         zbnkwqag
126100        MOVE 'WQHS file close failure...' TO WS-CONSOLE-MESSAGE   zbnkwqag
126200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkwqag
126300        MOVE WS-WQHS-STATUS TO WS-IO-STATUS                       zbnkwqag
126400        PERFORM DISPLAY-IO-STATUS                                 zbnkwqag
126500        PERFORM ABORT-PROGRAM                                     zbnkwqag
126600     END-IF.                                                      zbnkwqag
126700                                                                  zbnkwqag
126800******************************************************************zbnkwqag
126900* Open, access and close the PRINTOUT file.                      *zbnkwqag
127000******************************************************************zbnkwqag
127100 PRINTOUT-OPEN.                                                   zbnkwqag
127200     OPEN OUTPUT PRINTOUT-FILE.                                   zbnkwqag
127300     IF WS-PRINTOUT-STATUS = '00'                                 zbnkwqag
127400        MOVE 'PRINTOUT file opened OK' TO WS-CONSOLE-MESSAGE      zbnkwqag
127500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkwqag
127600     ELSE                                                         zbnkwqag
127700        MOVE 'PRINTOUT file open failure...' TO WS-CONSOLE-MESSAGEzbnkwqag
127800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkwqag
127900        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkwqag
128000        PERFORM DISPLAY-IO-STATUS                                 zbnkwqag
128100        PERFORM ABORT-PROGRAM                                     zbnkwqag
128200     END-IF.                                                      zbnkwqag
128300                                                                  zbnkwqag
128400 PRINTOUT-PUT.                                                    zbnkwqag
128500     WRITE PRINTOUT-REC.                                          zbnkwqag
128600     IF WS-PRINTOUT-STATUS NOT = '00'                             zbnkwqag
128700        MOVE 'PRINTOUT Error writing file ...'                    zbnkwqag
128800          TO WS-CONSOLE-MESSAGE                                   zbnkwqag
128900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkwqag
129000        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkwqag
129100        PERFORM DISPLAY-IO-STATUS                                 zbnkwqag
129200        PERFORM ABORT-PROGRAM                                     zbnkwqag
129300     END-IF.                                                      zbnkwqag
129400     ADD 1 TO WS-LINES-PRINTED.                                   zbnkwqag
129500                                                                  zbnkwqag
129600 PRINTOUT-CLOSE.                                                  zbnkwqag
129700     CLOSE PRINTOUT-FILE.                                         zbnkwqag
129800     IF WS-PRINTOUT-STATUS = '00'                                 zbnkwqag
129900        MOVE 'PRINTOUT file closed OK' TO WS-CONSOLE-MESSAGE      zbnkwqag
130000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkwqag
130100     ELSE                                                         zbnkwqag
130200        MOVE 'PRINTOUT file close failure...'                     zbnkwqag
130300          TO WS-CONSOLE-MESSAGE                                   zbnkwqag
130400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkwqag
130500        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkwqag
130600        PERFORM DISPLAY-IO-STATUS                                 zbnkwqag
130700        PERFORM ABORT-PROGRAM                                     zbnkwqag
130800     END-IF.                                                      zbnkwqag
130900                                                                  zbnkwqag
131000 JOBSUM-OPEN.                                                     zbnkwqag
131100     OPEN OUTPUT JOBSUM-FILE.                                     zbnkwqag
131200     IF WS-JOBSUM-STATUS = '00'                                   zbnkwqag
131300        MOVE 'JOBSUM file opened OK' TO WS-CONSOLE-MESSAGE        zbnkwqag
131400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkwqag
131500     ELSE                                                         zbnkwqag
131600        MOVE 'JOBSUM file open failure...' TO WS-CONSOLE-MESSAGE  zbnkwqag
131700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkwqag
131800        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkwqag
131900        PERFORM DISPLAY-IO-STATUS                                 zbnkwqag
132000        PERFORM ABORT-PROGRAM                                     zbnkwqag
132100     END-IF.                                                      zbnkwqag
132200                                                                  zbnkwqag
132300 JOBSUM-PUT.                                                      zbnkwqag
132400     WRITE JOBSUM-REC.                                            zbnkwqag
132500     IF WS-JOBSUM-STATUS NOT = '00'                               zbnkwqag
132600        MOVE 'JOBSUM Error writing file ...' TO WS-CONSOLE-MESSAGEzbnkwqag
132700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkwqag
132800        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkwqag
132900        PERFORM DISPLAY-IO-STATUS                                 zbnkwqag
133000        PERFORM ABORT-PROGRAM                                     zbnkwqag
133100     END-IF.                                                      zbnkwqag
133200                                                                  zbnkwqag
133300 JOBSUM-CLOSE.                                                    zbnkwqag
133400     CLOSE JOBSUM-FILE.                                           zbnkwqag
133500     IF WS-JOBSUM-STATUS = '00'                                   zbnkwqag
133600        MOVE 'JOBSUM file closed OK' TO WS-CONSOLE-MESSAGE        zbnkwqag
133700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkwqag
133800     ELSE                                                         zbnkwqag
133900        MOVE 'JOBSUM file close failure...' TO WS-CONSOLE-MESSAGE zbnkwqag
134000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkwqag
134100        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkwqag
134200        PERFORM DISPLAY-IO-STATUS                                 zbnkwqag
134300        PERFORM ABORT-PROGRAM                                     zbnkwqag
134400     END-IF.                                                      zbnkwqag
134500                                                                  zbnkwqag
134600******************************************************************zbnkwqag
134700* Run-control hooks. The START call blocks this job when it has  *zbnkwqag
134800* already completed for the business date, records the start on  *zbnkwqag
134900* BNKRUNC and hands back the business date; the END call records *zbnkwqag
135000* the end time and return code. See URUNCTL.CBL.                 *zbnkwqag
135100******************************************************************zbnkwqag
135200 RUN-CONTROL-START.                                               zbnkwqag
135300     SET RUNCTL-START TO TRUE.                                    zbnkwqag
135400     MOVE 'ZBNKWQAG' TO RUNCTL-JOB.                               zbnkwqag
135500     MOVE ZERO TO RUNCTL-BUSDATE.                                 zbnkwqag
135600     MOVE ZERO TO RUNCTL-RETURN-CODE.                             zbnkwqag
135700     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkwqag
135800     IF RUNCTL-BLOCKED                                            zbnkwqag
135900        MOVE RUNCTL-REPLY-TEXT TO WS-CONSOLE-MESSAGE              zbnkwqag
136000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkwqag
136100        MOVE 'Run control blocked this run' TO WS-CONSOLE-MESSAGE zbnkwqag
136200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkwqag
136300        MOVE 8 TO RETURN-CODE                                     zbnkwqag
136400        GOBACK                                                    zbnkwqag
136500     END-IF.                                                      zbnkwqag
136600 RUN-CONTROL-START-EXIT.                                          zbnkwqag
136700     EXIT.                                                        zbnkwqag
136800                                                                  zbnkwqag
136900 RUN-CONTROL-END.                                                 zbnkwqag
137000     SET RUNCTL-END TO TRUE.                                      zbnkwqag
137100     MOVE RETURN-CODE TO RUNCTL-RETURN-CODE.                      zbnkwqag
137200     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkwqag
137300                                                                  zbnkwqag
137400******************************************************************zbnkwqag
137500* Display the file status bytes                                  *zbnkwqag
137600******************************************************************zbnkwqag
137700 DISPLAY-IO-STATUS.                                               zbnkwqag
137800     IF WS-IO-STATUS NUMERIC                                      zbnkwqag
137900        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkwqag
138000        STRING 'File status -' DELIMITED BY SIZE                  zbnkwqag
138100               WS-IO-STATUS DELIMITED BY SIZE                     zbnkwqag
138200          INTO WS-CONSOLE-MESSAGE                                 zbnkwqag
138300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkwqag
138400     ELSE                                                         zbnkwqag
138500        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     zbnkwqag
138600        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    zbnkwqag
138700        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkwqag
138800        STRING 'File status -' DELIMITED BY SIZE                  zbnkwqag
138900               WS-IO-STAT1 DELIMITED BY SIZE                      zbnkwqag
139000               '/' DELIMITED BY SIZE                              zbnkwqag
139100               WS-TWO-BYTES DELIMITED BY SIZE                     zbnkwqag
139200          INTO WS-CONSOLE-MESSAGE                                 zbnkwqag
139300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkwqag
139400     END-IF.                                                      zbnkwqag
139500                                                                  zbnkwqag
139600******************************************************************zbnkwqag
139700* 'ABORT' the program. Post a message and issue a goback         *zbnkwqag
139800******************************************************************zbnkwqag
139900 ABORT-PROGRAM.                                                   zbnkwqag
140000     IF WS-CONSOLE-MESSAGE NOT = SPACES                           zbnkwqag
140100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkwqag
140200     END-IF.                                                      zbnkwqag
140300     MOVE 'Program is abending...' TO WS-CONSOLE-MESSAGE.         zbnkwqag
140400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkwqag
140500     MOVE 16 TO RETURN-CODE.                                      zbnkwqag
140600     GOBACK.                                                      zbnkwqag
140700                                                                  zbnkwqag
140800******************************************************************zbnkwqag
140900* Display CONSOLE messages...                                    *zbnkwqag
141000******************************************************************zbnkwqag
141100 DISPLAY-CONSOLE-MESSAGE.                                         zbnkwqag
141200     DISPLAY 'ZBNKWQAG - ' WS-CONSOLE-MESSAGE                     zbnkwqag
141300       UPON CONSOLE.                                              zbnkwqag
141400     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       zbnkwqag
