000100******************************************************************zbnkrsim
000200*                                                               * zbnkrsim
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * zbnkrsim
000400*   This demonstration program is provided for use by users     * zbnkrsim
000500*   of Micro Focus products and may be used, modified and       * zbnkrsim
000600*   distributed as part of your application provided that       * zbnkrsim
000700*   you properly acknowledge the copyright of Micro Focus       * zbnkrsim
000800*   in this material.                                           * zbnkrsim
000900*                                                               * zbnkrsim
001000******************************************************************zbnkrsim
001100                                                                  zbnkrsim
001200******************************************************************zbnkrsim
001300* ZBNKRSIM.CBL                                                   *zbnkrsim
001400* Function:    Revenue-impact simulation for rate and fee        *zbnkrsim
001500*              catalogue changes, run before a change is put to  *zbnkrsim
001600*              the pricing committee. Each change simulated is   *zbnkrsim
001700*              either a pending BNKATEF row keyed on DBANK10P    *zbnkrsim
001800*              (effective after the BNKSYSC BUSDATE), or - when  *zbnkrsim
001900*              SIMIN holds what-if cards - the changes on the    *zbnkrsim
002000*              cards instead. A card names an account type and   *zbnkrsim
002100*              any of a new credit rate, debit rate and monthly  *zbnkrsim
002200*              fee; a field left blank keeps the value in force. *zbnkrsim
002300*              Every change is priced against the structure it   *zbnkrsim
002400*              replaces (the BNKATYPE catalogue, or the previous *zbnkrsim
002500*              BNKATEF row for the type) over the current book:  *zbnkrsim
002600*              each open account of the type is taken at its     *zbnkrsim
002700*              BNKSNAP average balance for the month just ended  *zbnkrsim
002800*              (its ledger balance when there is no roll-up),    *zbnkrsim
002900*              interest on a year at that balance is worked old  *zbnkrsim
003000*              and new with the balance bands, as ZBNKACRL       *zbnkrsim
003100*              accrues it, and the monthly fee difference is     *zbnkrsim
003200*              taken for twelve months. An approved BNKRTOV      *zbnkrsim
003300*              override shields its account from a credit rate   *zbnkrsim
003400*              change. The annual impact on the bank (interest   *zbnkrsim
003500*              kept plus fees, positive = more revenue) is       *zbnkrsim
003600*              reported per change, per branch and for the       *zbnkrsim
003700*              customers most affected (N from the parm as NN,   *zbnkrsim
003800*              default 10). Return code 4 when a card is         *zbnkrsim
003900*              rejected or a tally table fills.                  *zbnkrsim
004000*                                                                *zbnkrsim
004100*              SIMIN card layout (a blank field keeps the value  *zbnkrsim
004200*              in force):                                        *zbnkrsim
004300*                col  1     account type                         *zbnkrsim
004400*                col  3-9   credit rate   9(3)V9(4)              *zbnkrsim
004500*                col 11-17  debit rate    9(3)V9(4)              *zbnkrsim
004600*                col 19-25  monthly fee   9(5)V99                *zbnkrsim
004700******************************************************************zbnkrsim
004800 IDENTIFICATION DIVISION.                                         zbnkrsim
004900 PROGRAM-ID.                                                      zbnkrsim
005000     ZBNKRSIM.                                                    zbnkrsim
005100 DATE-WRITTEN.                                                    zbnkrsim
005200     October 2026.                                                zbnkrsim
005300 DATE-COMPILED.                                                   zbnkrsim
005400     Today.                                                       zbnkrsim
005500                                                                  zbnkrsim
005600 ENVIRONMENT DIVISION.                                            zbnkrsim
005700 INPUT-OUTPUT   SECTION.                                          zbnkrsim
005800   FILE-CONTROL.                                                  zbnkrsim
005900     SELECT ACCOUNT-FILE                                          zbnkrsim
006000            ASSIGN       TO BNKACCT                               zbnkrsim
006100            ORGANIZATION IS INDEXED                               zbnkrsim
006200            ACCESS MODE  IS SEQUENTIAL                            zbnkrsim
006300            RECORD KEY   IS BAC-REC-ACCNO                         zbnkrsim
006400            FILE STATUS  IS WS-ACCOUNT-STATUS.                    zbnkrsim
006500     SELECT ATYPE-FILE                                            zbnkrsim
006600            ASSIGN       TO BNKATYPE                              zbnkrsim
006700            ORGANIZATION IS INDEXED                               zbnkrsim
006800            ACCESS MODE  IS RANDOM                                zbnkrsim
006900            RECORD KEY   IS BAT-REC-TYPE                          zbnkrsim
007000            FILE STATUS  IS WS-ATYPE-STATUS.                      zbnkrsim
007100     SELECT ATEF-FILE                                             zbnkrsim
007200            ASSIGN       TO BNKATEF                               zbnkrsim
007300            ORGANIZATION IS INDEXED                               zbnkrsim
007400            ACCESS MODE  IS DYNAMIC                               zbnkrsim
007500            RECORD KEY   IS AE-REC-KEY                            zbnkrsim
007600            FILE STATUS  IS WS-ATEF-STATUS.                       zbnkrsim
007700     SELECT RTOV-FILE                                             zbnkrsim
007800            ASSIGN       TO BNKRTOV                               zbnkrsim
007900            ORGANIZATION IS INDEXED                               zbnkrsim
008000            ACCESS MODE  IS DYNAMIC                               zbnkrsim
008100            RECORD KEY   IS RO-REC-KEY                            zbnkrsim
008200            FILE STATUS  IS WS-RTOV-STATUS.                       zbnkrsim
008300     SELECT SNAP-FILE                                             zbnkrsim
008400            ASSIGN       TO BNKSNAP                               zbnkrsim
008500            ORGANIZATION IS INDEXED                               zbnkrsim
008600            ACCESS MODE  IS RANDOM                                zbnkrsim
008700            RECORD KEY   IS SN-REC-KEY                            zbnkrsim
008800            FILE STATUS  IS WS-SNAP-STATUS.                       zbnkrsim
008900     SELECT SYSC-FILE                                             zbnkrsim
009000            ASSIGN       TO BNKSYSC                               zbnkrsim
009100            ORGANIZATION IS INDEXED                               zbnkrsim
009200            ACCESS MODE  IS RANDOM                                zbnkrsim
009300            RECORD KEY   IS SY-REC-CONTROL-NAME                   zbnkrsim
009400            FILE STATUS  IS WS-SYSC-STATUS.                       zbnkrsim
009500     SELECT SIMIN-FILE                                            zbnkrsim
009600            ASSIGN       TO SIMIN                                 zbnkrsim
009700            ORGANIZATION IS SEQUENTIAL                            zbnkrsim
009800            ACCESS MODE  IS SEQUENTIAL                            zbnkrsim
009900            FILE STATUS  IS WS-SIMIN-STATUS.                      zbnkrsim
010000     SELECT PRINTOUT-FILE                                         zbnkrsim
010100            ASSIGN       TO PRINTOUT                              zbnkrsim
010200            ORGANIZATION IS SEQUENTIAL                            zbnkrsim
010300            ACCESS MODE  IS SEQUENTIAL                            zbnkrsim
010400            FILE STATUS  IS WS-PRINTOUT-STATUS.                   zbnkrsim
010500     SELECT JOBSUM-FILE                                           zbnkrsim
010600            ASSIGN       TO JOBSUM                                zbnkrsim
010700            ORGANIZATION IS SEQUENTIAL                            zbnkrsim
010800            ACCESS MODE  IS SEQUENTIAL                            zbnkrsim
010900            FILE STATUS  IS WS-JOBSUM-STATUS.                     zbnkrsim
011000                                                                  zbnkrsim
011100 DATA DIVISION.                                                   zbnkrsim
011200 FILE SECTION.                                                    zbnkrsim
011300                                                                  zbnkrsim
011400 FD  ACCOUNT-FILE.                                                zbnkrsim
011500 01  ACCOUNT-FILE-REC.                                            zbnkrsim
011600 COPY CBANKVAC.                                                   zbnkrsim
011700                                                                  zbnkrsim
011800 FD  ATYPE-FILE.                                                  zbnkrsim
011900 01  ATYPE-FILE-REC.                                              zbnkrsim
012000 COPY CBANKVAT.                                                   zbnkrsim
012100                                                                  zbnkrsim
012200 FD  ATEF-FILE.                                                   zbnkrsim
012300 01  ATEF-FILE-REC.                                               zbnkrsim
012400 COPY CBANKVAE.                                                   zbnkrsim
012500                                                                  zbnkrsim
012600 FD  RTOV-FILE.                                                   zbnkrsim
012700 01  RTOV-FILE-REC.                                               zbnkrsim
012800 COPY CBANKVRO.                                                   zbnkrsim
012900                                                                  zbnkrsim
013000 FD  SNAP-FILE.                                                   zbnkrsim
013100 01  SNAP-FILE-REC.                                               zbnkrsim
013200 COPY CBANKVSN.                                                   zbnkrsim
013300                                                                  zbnkrsim
013400 FD  SYSC-FILE.                                                   zbnkrsim
013500 01  SYSC-FILE-REC.                                               zbnkrsim
013600 COPY CBANKVSY.                                                   zbnkrsim
013700                                                                  zbnkrsim
013800 FD  SIMIN-FILE.                                                  zbnkrsim
013900 01  SIMIN-REC                         PIC X(80).                 zbnkrsim
014000                                                                  zbnkrsim
014100 FD  PRINTOUT-FILE.                                               zbnkrsim
014200 01  PRINTOUT-REC                      PIC X(121).                zbnkrsim
014300                                                                  zbnkrsim
014400 FD  JOBSUM-FILE.                                                 zbnkrsim
014500 01  JOBSUM-REC                        PIC X(80).                 zbnkrsim
014600                                                                  zbnkrsim
014700 WORKING-STORAGE SECTION.                                         zbnkrsim
014800 01  WS-RUN-CONTROL.                                              zbnkrsim
014900 COPY CRUNCTLD.                                                   zbnkrsim
015000 01  WS-FILE-STATUSES.                                            zbnkrsim
015100   05  WS-ACCOUNT-STATUS.                                         zbnkrsim
015200     10  WS-ACCOUNT-STAT1               PIC X(1).                 zbnkrsim
015300     10  WS-ACCOUNT-STAT2               PIC X(1).                 zbnkrsim
015400   05  WS-ATYPE-STATUS.                                           zbnkrsim
015500     10  WS-ATYPE-STAT1                 PIC X(1).                 zbnkrsim
015600     10  WS-ATYPE-STAT2                 PIC X(1).                 zbnkrsim
015700   05  WS-ATEF-STATUS.                                            zbnkrsim
015800     10  WS-ATEF-STAT1                  PIC X(1).                 zbnkrsim
015900     10  WS-ATEF-STAT2                  PIC X(1).                 zbnkrsim
016000   05  WS-RTOV-STATUS.                                            zbnkrsim
016100     10  WS-RTOV-STAT1                  PIC X(1).                 zbnkrsim
016200     10  WS-RTOV-STAT2                  PIC X(1).                 zbnkrsim
016300   05  WS-SNAP-STATUS.                                            zbnkrsim
016400     10  WS-SNAP-STAT1                  PIC X(1).                 zbnkrsim
016500     10  WS-SNAP-STAT2                  PIC X(1).                 zbnkrsim
016600   05  WS-SYSC-STATUS.                                            zbnkrsim
016700     10  WS-SYSC-STAT1                  PIC X(1).                 zbnkrsim
016800     10  WS-SYSC-STAT2                  PIC X(1).                 zbnkrsim
016900   05  WS-SIMIN-STATUS.                                           zbnkrsim
017000     10  WS-SIMIN-STAT1                 PIC X(1).                 zbnkrsim
017100     10  WS-SIMIN-STAT2                 PIC X(1).                 zbnkrsim
017200   05  WS-PRINTOUT-STATUS.                                        zbnkrsim
017300     10  WS-PRINTOUT-STAT1              PIC X(1).                 zbnkrsim
017400     10  WS-PRINTOUT-STAT2              PIC X(1).                 zbnkrsim
017500   05  WS-JOBSUM-STATUS.                                          zbnkrsim
017600     10  WS-JOBSUM-STAT1                PIC X(1).                 zbnkrsim
017700     10  WS-JOBSUM-STAT2                PIC X(1).                 zbnkrsim
017800   05  WS-IO-STATUS.                                              zbnkrsim
017900     10  WS-IO-STAT1                   PIC X(1).                  zbnkrsim
018000     10  WS-IO-STAT2                   PIC X(1).                  zbnkrsim
018100                                                                  zbnkrsim
018200   05  WS-TWO-BYTES.                                              zbnkrsim
018300     10  WS-TWO-BYTES-LEFT             PIC X(1).                  zbnkrsim
018400     10  WS-TWO-BYTES-RIGHT            PIC X(1).                  zbnkrsim
018500   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 zbnkrsim
018600                                      PIC 9(1) COMP.              zbnkrsim
018700                                                                  zbnkrsim
018800 01  WS-CONSOLE-MESSAGE                    PIC X(48).             zbnkrsim
018900                                                                  zbnkrsim
019000 01  WS-DATE-WORK-AREA.                                           zbnkrsim
019100 COPY CDATED.                                                     zbnkrsim
019200                                                                  zbnkrsim
019300 01  WS-TODAY-DATE-N                       PIC 9(8).              zbnkrsim
019400 01  WS-TODAY-DATE-PARTS REDEFINES WS-TODAY-DATE-N.               zbnkrsim
019500     05  WS-TODAY-CCYY                     PIC 9(4).              zbnkrsim
019600     05  WS-TODAY-MM                       PIC 9(2).              zbnkrsim
019700     05  WS-TODAY-DD                       PIC 9(2).              zbnkrsim
019800 01  WS-RUN-DATE-DISPLAY                   PIC X(11).             zbnkrsim
019900 01  WS-RUN-TIME-8                         PIC 9(8).              zbnkrsim
020000 01  WS-RUN-TIME                           PIC X(6).              zbnkrsim
020100                                                                  zbnkrsim
020200 01  WS-BUSDATE                            PIC 9(8).              zbnkrsim
020300 01  WS-BUSDATE-PARTS REDEFINES WS-BUSDATE.                       zbnkrsim
020400     05  WS-BUSDATE-CCYY                   PIC 9(4).              zbnkrsim
020500     05  WS-BUSDATE-MM                     PIC 9(2).              zbnkrsim
020600     05  WS-BUSDATE-DD                     PIC 9(2).              zbnkrsim
020700 01  WS-SNAP-ROLLUP-DATE                   PIC 9(8).              zbnkrsim
020800 01  WS-SNAP-ROLLUP-PARTS REDEFINES WS-SNAP-ROLLUP-DATE.          zbnkrsim
020900     05  WS-SNAP-ROLLUP-CCYY               PIC 9(4).              zbnkrsim
021000     05  WS-SNAP-ROLLUP-MM                 PIC 9(2).              zbnkrsim
021100     05  WS-SNAP-ROLLUP-DD                 PIC 9(2).              zbnkrsim
021200                                                                  zbnkrsim
021300 01  WS-PARM-LIST-X                        PIC X(2).              zbnkrsim
021400 01  WS-PARM-LIST-N REDEFINES WS-PARM-LIST-X                      zbnkrsim
021500                                           PIC 9(2).              zbnkrsim
021600 01  WS-LIST-LENGTH                        PIC 9(2) VALUE 10.     zbnkrsim
021700 01  WS-SIM-MODE                           PIC X(7)               zbnkrsim
021800     VALUE 'PENDING'.                                             zbnkrsim
021900 01  WS-TABLE-OVERFLOWED                   PIC X(1) VALUE 'N'.    zbnkrsim
022000 01  WS-ATEF-AVAILABLE                     PIC X(3) VALUE 'NO '.  zbnkrsim
022100 01  WS-RTOV-AVAILABLE                     PIC X(3) VALUE 'NO '.  zbnkrsim
022200                                                                  zbnkrsim
022300******************************************************************zbnkrsim
022400* A what-if card. Rates are held as fractions, as on BNKATYPE.   *zbnkrsim
022500******************************************************************zbnkrsim
022600 01  WS-CARD-DETAIL.                                              zbnkrsim
022700   05  WS-CARD-TYPE                        PIC X(1).              zbnkrsim
022800   05  FILLER                              PIC X(1).              zbnkrsim
022900   05  WS-CARD-INT-RATE-X                  PIC X(7).              zbnkrsim
023000   05  WS-CARD-INT-RATE REDEFINES WS-CARD-INT-RATE-X              zbnkrsim
023100                                           PIC 9(3)V9(4).         zbnkrsim
023200   05  FILLER                              PIC X(1).              zbnkrsim
023300   05  WS-CARD-DEBIT-RATE-X                PIC X(7).              zbnkrsim
023400   05  WS-CARD-DEBIT-RATE REDEFINES WS-CARD-DEBIT-RATE-X          zbnkrsim
023500                                           PIC 9(3)V9(4).         zbnkrsim
023600   05  FILLER                              PIC X(1).              zbnkrsim
023700   05  WS-CARD-FEE-X                       PIC X(7).              zbnkrsim
023800   05  WS-CARD-FEE REDEFINES WS-CARD-FEE-X                        zbnkrsim
023900                                           PIC 9(5)V99.           zbnkrsim
024000   05  FILLER                              PIC X(55).             zbnkrsim
024100 01  WS-CARD-COUNT                         PIC 9(5) VALUE ZERO.   zbnkrsim
024200 01  WS-CARDS-REJECTED                     PIC 9(5) VALUE ZERO.   zbnkrsim
024300 01  WS-END-OF-SIMIN                       PIC X(3) VALUE 'NO '.  zbnkrsim
024400                                                                  zbnkrsim
024500******************************************************************zbnkrsim
024600* A rate/fee structure - the one in force, or a change to it.    *zbnkrsim
024700******************************************************************zbnkrsim
024800 01  WS-PRIOR-STRUCTURE.                                          zbnkrsim
024900   05  WS-PRIOR-INT-RATE                   PIC S9(3)V9(4) COMP-3. zbnkrsim
025000   05  WS-PRIOR-DEBIT-RATE                 PIC S9(3)V9(4) COMP-3. zbnkrsim
025100   05  WS-PRIOR-FEE                        PIC S9(5)V99 COMP-3.   zbnkrsim
025200   05  WS-PRIOR-BAND-AREA.                                        zbnkrsim
025300     10  WS-PRIOR-BAND OCCURS 3 TIMES.                            zbnkrsim
025400       15  WS-PRIOR-BAND-FLOOR             PIC S9(7)V99 COMP-3.   zbnkrsim
025500       15  WS-PRIOR-BAND-RATE              PIC S9(3)V9(4) COMP-3. zbnkrsim
025600 01  WS-CURR-TYPE                          PIC X(1).              zbnkrsim
025700 01  WS-END-OF-FILE-SW                     PIC X(3).              zbnkrsim
025800                                                                  zbnkrsim
025900******************************************************************zbnkrsim
026000* The changes being simulated, each with the structure it        *zbnkrsim
026100* replaces and the annual impact tallied against it.             *zbnkrsim
026200******************************************************************zbnkrsim
026300 01  WS-CHANGE-TABLE.                                             zbnkrsim
026400   05  WS-CHG-COUNT                        PIC 9(2) VALUE ZERO.   zbnkrsim
026500   05  WS-CHG-ENTRY OCCURS 20 TIMES.                              zbnkrsim
026600     10  WS-CHG-TYPE                       PIC X(1).              zbnkrsim
026700     10  WS-CHG-EFF-DTE                    PIC 9(8).              zbnkrsim
026800     10  WS-CHG-OLD.                                              zbnkrsim
026900       15  WS-CHG-OLD-INT-RATE             PIC S9(3)V9(4) COMP-3. zbnkrsim
027000       15  WS-CHG-OLD-DEBIT-RATE           PIC S9(3)V9(4) COMP-3. zbnkrsim
027100       15  WS-CHG-OLD-FEE                  PIC S9(5)V99 COMP-3.   zbnkrsim
027200       15  WS-CHG-OLD-BAND-AREA            PIC X(27).             zbnkrsim
027300     10  WS-CHG-NEW.                                              zbnkrsim
027400       15  WS-CHG-NEW-INT-RATE             PIC S9(3)V9(4) COMP-3. zbnkrsim
027500       15  WS-CHG-NEW-DEBIT-RATE           PIC S9(3)V9(4) COMP-3. zbnkrsim
027600       15  WS-CHG-NEW-FEE                  PIC S9(5)V99 COMP-3.   zbnkrsim
027700       15  WS-CHG-NEW-BAND-AREA            PIC X(27).             zbnkrsim
027800     10  WS-CHG-ACCOUNTS                   PIC 9(7).              zbnkrsim
027900     10  WS-CHG-INT-IMPACT                 PIC S9(11)V99 COMP-3.  zbnkrsim
028000     10  WS-CHG-FEE-IMPACT                 PIC S9(11)V99 COMP-3.  zbnkrsim
028100 01  WS-CHG-SUB                            PIC 9(2).              zbnkrsim
028200                                                                  zbnkrsim
028300******************************************************************zbnkrsim
028400* Branch and customer roll-ups of the account impacts.           *zbnkrsim
028500******************************************************************zbnkrsim
028600 01  WS-BRANCH-TABLE.                                             zbnkrsim
028700   05  WS-BRN-COUNT                        PIC 9(2) VALUE ZERO.   zbnkrsim
028800   05  WS-BRN-ENTRY OCCURS 50 TIMES                               zbnkrsim
028900       INDEXED BY BRN-IDX.                                        zbnkrsim
029000     10  WS-BRN-CODE                       PIC X(3).              zbnkrsim
029100     10  WS-BRN-ACCOUNTS                   PIC 9(7).              zbnkrsim
029200     10  WS-BRN-INT-IMPACT                 PIC S9(11)V99 COMP-3.  zbnkrsim
029300     10  WS-BRN-FEE-IMPACT                 PIC S9(11)V99 COMP-3.  zbnkrsim
029400 01  WS-CUSTOMER-TABLE.                                           zbnkrsim
029500   05  WS-CUS-COUNT                        PIC 9(4) VALUE ZERO.   zbnkrsim
029600   05  WS-CUS-ENTRY OCCURS 2000 TIMES                             zbnkrsim
029700       INDEXED BY CUS-IDX.                                        zbnkrsim
029800     10  WS-CUS-PID                        PIC X(5).              zbnkrsim
029900     10  WS-CUS-BRANCH                     PIC X(3).              zbnkrsim
030000     10  WS-CUS-ACCOUNTS                   PIC 9(3).              zbnkrsim
030100     10  WS-CUS-INT-IMPACT                 PIC S9(11)V99 COMP-3.  zbnkrsim
030200     10  WS-CUS-FEE-IMPACT                 PIC S9(11)V99 COMP-3.  zbnkrsim
030300     10  WS-CUS-SIZE                       PIC S9(11)V99 COMP-3.  zbnkrsim
030400     10  WS-CUS-LISTED-SW                  PIC X(1).              zbnkrsim
030500 01  WS-RANK                               PIC 9(2).              zbnkrsim
030600 01  WS-RANK-D                             PIC Z9.                zbnkrsim
030700 01  WS-SCAN-IDX                           PIC 9(4) COMP.         zbnkrsim
030800 01  WS-BEST-IDX                           PIC 9(4) COMP.         zbnkrsim
030900 01  WS-BEST-SIZE                          PIC S9(11)V99 COMP-3.  zbnkrsim
031000                                                                  zbnkrsim
031100******************************************************************zbnkrsim
031200* One account's year under a change. The interest work area      *zbnkrsim
031300* holds the customer's interest for a year at the balance: paid  *zbnkrsim
031400* to the customer on a credit balance (positive), charged on a   *zbnkrsim
031500* debit balance (negative).                                      *zbnkrsim
031600******************************************************************zbnkrsim
031700 01  WS-ACC-BALANCE                        PIC S9(9)V99 COMP-3.   zbnkrsim
031800 01  WS-ACC-OVERRIDDEN                     PIC X(1).              zbnkrsim
031900 01  WS-ACC-INT-IMPACT                     PIC S9(11)V99 COMP-3.  zbnkrsim
032000 01  WS-ACC-FEE-IMPACT                     PIC S9(11)V99 COMP-3.  zbnkrsim
032100 01  WS-ACC-TOTAL-INT                      PIC S9(11)V99 COMP-3.  zbnkrsim
032200 01  WS-ACC-TOTAL-FEE                      PIC S9(11)V99 COMP-3.  zbnkrsim
032300 01  WS-ACC-AFFECTED                       PIC X(1).              zbnkrsim
032400 01  WS-OLD-INTEREST                       PIC S9(11)V99 COMP-3.  zbnkrsim
032500 01  WS-CALC-STRUCTURE.                                           zbnkrsim
032600   05  WS-CALC-INT-RATE                    PIC S9(3)V9(4) COMP-3. zbnkrsim
032700   05  WS-CALC-DEBIT-RATE                  PIC S9(3)V9(4) COMP-3. zbnkrsim
032800   05  WS-CALC-FEE                         PIC S9(5)V99 COMP-3.   zbnkrsim
032900   05  WS-CALC-BAND-AREA.                                         zbnkrsim
033000     10  WS-CALC-BAND OCCURS 3 TIMES.                             zbnkrsim
033100       15  WS-CALC-BAND-FLOOR              PIC S9(7)V99 COMP-3.   zbnkrsim
033200       15  WS-CALC-BAND-RATE               PIC S9(3)V9(4) COMP-3. zbnkrsim
033300 01  WS-CALC-INTEREST                      PIC S9(11)V99 COMP-3.  zbnkrsim
033400 01  WS-BAND-SUB                           PIC 9(1) COMP.         zbnkrsim
033500 01  WS-BAND-TOP                           PIC S9(9)V99 COMP-3.   zbnkrsim
033600 01  WS-BAND-INTEREST                      PIC S9(11)V9(6) COMP-3.zbnkrsim
033700 01  WS-OVR-FOUND                          PIC X(3).              zbnkrsim
033800                                                                  zbnkrsim
033900******************************************************************zbnkrsim
034000* Report lines.                                                  *zbnkrsim
034100******************************************************************zbnkrsim
034200 01  WS-CHANGE-HEADING.                                           zbnkrsim
034300     05  FILLER                            PIC X(11)              zbnkrsim
034400         VALUE 'T Effective'.                                     zbnkrsim
034500     05  FILLER                            PIC X(19)              zbnkrsim
034600         VALUE '    Credit rate    '.                             zbnkrsim
034700     05  FILLER                            PIC X(18)              zbnkrsim
034800         VALUE '    Debit rate    '.                              zbnkrsim
034900     05  FILLER                            PIC X(18)              zbnkrsim
035000         VALUE '   Monthly fee    '.                              zbnkrsim
035100     05  FILLER                            PIC X(7)               zbnkrsim
035200         VALUE '  Accts'.                                         zbnkrsim
035300     05  FILLER                            PIC X(16)              zbnkrsim
035400         VALUE '        Interest'.                                zbnkrsim
035500     05  FILLER                            PIC X(16)              zbnkrsim
035600         VALUE '            Fees'.                                zbnkrsim
035700     05  FILLER                            PIC X(16)              zbnkrsim
035800         VALUE '    Annual total'.                                zbnkrsim
035900                                                                  zbnkrsim
036000 01  WS-CHANGE-LINE.                                              zbnkrsim
036100     05  WS-CL-TYPE                        PIC X(1).              zbnkrsim
036200     05  FILLER                            PIC X(1) VALUE SPACES. zbnkrsim
036300     05  WS-CL-EFF-DTE                     PIC X(8).              zbnkrsim
036400     05  FILLER                            PIC X(1) VALUE SPACES. zbnkrsim
036500     05  WS-CL-OLD-INT                     PIC ZZ9.9999.          zbnkrsim
036600     05  FILLER                            PIC X(1) VALUE '>'.    zbnkrsim
036700     05  WS-CL-NEW-INT                     PIC ZZ9.9999.          zbnkrsim
036800     05  FILLER                            PIC X(2) VALUE SPACES. zbnkrsim
036900     05  WS-CL-OLD-DEBIT                   PIC ZZ9.9999.          zbnkrsim
037000     05  FILLER                            PIC X(1) VALUE '>'.    zbnkrsim
037100     05  WS-CL-NEW-DEBIT                   PIC ZZ9.9999.          zbnkrsim
037200     05  FILLER                            PIC X(1) VALUE SPACES. zbnkrsim
037300     05  WS-CL-OLD-FEE                     PIC ZZZZ9.99.          zbnkrsim
037400     05  FILLER                            PIC X(1) VALUE '>'.    zbnkrsim
037500     05  WS-CL-NEW-FEE                     PIC ZZZZ9.99.          zbnkrsim
037600     05  FILLER                            PIC X(1) VALUE SPACES. zbnkrsim
037700     05  WS-CL-ACCOUNTS                    PIC ZZZ,ZZ9.           zbnkrsim
037800     05  FILLER                            PIC X(1) VALUE SPACES. zbnkrsim
037900     05  WS-CL-INT-IMPACT                  PIC ZZZ,ZZZ,ZZ9.99-.   zbnkrsim
038000     05  FILLER                            PIC X(1) VALUE SPACES. zbnkrsim
038100     05  WS-CL-FEE-IMPACT                  PIC ZZZ,ZZZ,ZZ9.99-.   zbnkrsim
038200     05  FILLER                            PIC X(1) VALUE SPACES. zbnkrsim
038300     05  WS-CL-TOTAL                       PIC ZZZ,ZZZ,ZZ9.99-.   zbnkrsim
038400                                                                  zbnkrsim
038500 01  WS-ROLLUP-HEADING.                                           zbnkrsim
038600     05  FILLER                            PIC X(20) VALUE SPACES.zbnkrsim
038700     05  FILLER                            PIC X(7)               zbnkrsim
038800         VALUE '  Accts'.                                         zbnkrsim
038900     05  FILLER                            PIC X(16)              zbnkrsim
039000         VALUE '        Interest'.                                zbnkrsim
039100     05  FILLER                            PIC X(16)              zbnkrsim
039200         VALUE '            Fees'.                                zbnkrsim
039300     05  FILLER                            PIC X(16)              zbnkrsim
039400         VALUE '    Annual total'.                                zbnkrsim
039500                                                                  zbnkrsim
039600 01  WS-ROLLUP-LINE.                                              zbnkrsim
039700     05  WS-RL-LABEL                       PIC X(19).             zbnkrsim
039800     05  FILLER                            PIC X(1) VALUE SPACES. zbnkrsim
039900     05  WS-RL-ACCOUNTS                    PIC ZZZ,ZZ9.           zbnkrsim
040000     05  FILLER                            PIC X(1) VALUE SPACES. zbnkrsim
040100     05  WS-RL-INT-IMPACT                  PIC ZZZ,ZZZ,ZZ9.99-.   zbnkrsim
040200     05  FILLER                            PIC X(1) VALUE SPACES. zbnkrsim
040300     05  WS-RL-FEE-IMPACT                  PIC ZZZ,ZZZ,ZZ9.99-.   zbnkrsim
040400     05  FILLER                            PIC X(1) VALUE SPACES. zbnkrsim
040500     05  WS-RL-TOTAL                       PIC ZZZ,ZZZ,ZZ9.99-.   zbnkrsim
040600                                                                  zbnkrsim
040700 01  WS-REPORT-LINE                        PIC X(121).            zbnkrsim
040800 01  WS-TOTAL-ACCOUNTS                     PIC 9(7) VALUE ZERO.   zbnkrsim
040900 01  WS-TOTAL-INT-IMPACT                   PIC S9(11)V99 COMP-3   zbnkrsim
041000     VALUE ZERO.                                                  zbnkrsim
041100 01  WS-TOTAL-FEE-IMPACT                   PIC S9(11)V99 COMP-3   zbnkrsim
041200     VALUE ZERO.                                                  zbnkrsim
041300                                                                  zbnkrsim
041400******************************************************************zbnkrsim
041500* Run counters, reported on the job summary at the end of the    *zbnkrsim
041600* run.                                                           *zbnkrsim
041700******************************************************************zbnkrsim
041800 01  WS-ACCOUNTS-READ                      PIC 9(7) VALUE ZERO.   zbnkrsim
041900 01  WS-ACCOUNTS-AFFECTED                  PIC 9(7) VALUE ZERO.   zbnkrsim
042000 01  WS-SNAPSHOTS-MISSING                  PIC 9(7) VALUE ZERO.   zbnkrsim
042100 01  WS-OVERRIDES-FOUND                    PIC 9(7) VALUE ZERO.   zbnkrsim
042200 01  WS-COUNT-D                            PIC Z,ZZZ,ZZ9.         zbnkrsim
042300                                                                  zbnkrsim
042400 01  WS-END-OF-ACCOUNT                     PIC X(3) VALUE 'NO '.  zbnkrsim
042500                                                                  zbnkrsim
042600 LINKAGE SECTION.                                                 zbnkrsim
042700 01  LK-EXEC-PARM.                                                zbnkrsim
042800   05  LK-EXEC-PARM-LL                     PIC S9(4) COMP.        zbnkrsim
042900   05  LK-EXEC-PARM-DATA                   PIC X(16).             zbnkrsim
043000                                                                  zbnkrsim
043100 PROCEDURE DIVISION USING LK-EXEC-PARM.                           zbnkrsim
043200                                                                  zbnkrsim
043300******************************************************************zbnkrsim
043400* The exec parm carries the number of customers to list as NN,   *zbnkrsim
043500* 1 to 50; no parm lists ten.                                    *zbnkrsim
043600******************************************************************zbnkrsim
043700     IF LK-EXEC-PARM-LL IS GREATER THAN 1                         zbnkrsim
043800        MOVE LK-EXEC-PARM-DATA (1:2) TO WS-PARM-LIST-X            zbnkrsim
043900        IF WS-PARM-LIST-X IS NUMERIC AND                          zbnkrsim
044000           WS-PARM-LIST-N IS GREATER THAN ZERO AND                zbnkrsim
044100           WS-PARM-LIST-N IS LESS THAN 51                         zbnkrsim
044200           MOVE WS-PARM-LIST-N TO WS-LIST-LENGTH                  zbnkrsim
044300        END-IF                                                    zbnkrsim
044400     END-IF.                                                      zbnkrsim
044500                                                                  zbnkrsim
044600     PERFORM RUN-CONTROL-START                                    zbnkrsim
044700         THRU RUN-CONTROL-START-EXIT.                             zbnkrsim
044800     PERFORM GET-RUN-DATE.                                        zbnkrsim
044900                                                                  zbnkrsim
045000     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           zbnkrsim
045100     STRING 'Revenue simulation for ' DELIMITED BY SIZE           zbnkrsim
045200            WS-RUN-DATE-DISPLAY DELIMITED BY SIZE                 zbnkrsim
045300       INTO WS-CONSOLE-MESSAGE.                                   zbnkrsim
045400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkrsim
045500                                                                  zbnkrsim
045600     PERFORM ACCOUNT-OPEN.                                        zbnkrsim
045700     PERFORM ATYPE-OPEN.                                          zbnkrsim
045800     PERFORM ATEF-OPEN.                                           zbnkrsim
045900     PERFORM RTOV-OPEN.                                           zbnkrsim
046000     PERFORM SNAP-OPEN.                                           zbnkrsim
046100     PERFORM SYSC-OPEN.                                           zbnkrsim
046200     PERFORM SIMIN-OPEN.                                          zbnkrsim
046300     PERFORM PRINTOUT-OPEN.                                       zbnkrsim
046400                                                                  zbnkrsim
046500     PERFORM GET-BUSINESS-DATE                                    zbnkrsim
046600         THRU GET-BUSINESS-DATE-EXIT.                             zbnkrsim
046700     PERFORM WRITE-REPORT-HEADING.                                zbnkrsim
046800                                                                  zbnkrsim
046900     PERFORM SIMIN-GET.                                           zbnkrsim
047000     IF WS-END-OF-SIMIN = 'YES'                                   zbnkrsim
047100        PERFORM COLLECT-PENDING-CHANGES                           zbnkrsim
047200            THRU COLLECT-PENDING-CHANGES-EXIT                     zbnkrsim
047300     ELSE                                                         zbnkrsim
047400        MOVE 'WHAT-IF' TO WS-SIM-MODE                             zbnkrsim
047500        PERFORM TAKE-ONE-CARD                                     zbnkrsim
047600            THRU TAKE-ONE-CARD-EXIT                               zbnkrsim
047700                UNTIL WS-END-OF-SIMIN = 'YES'                     zbnkrsim
047800     END-IF.                                                      zbnkrsim
047900                                                                  zbnkrsim
048000     IF WS-CHG-COUNT IS GREATER THAN ZERO                         zbnkrsim
048100        PERFORM ACCOUNT-GET                                       zbnkrsim
048200        PERFORM PRICE-ONE-ACCOUNT                                 zbnkrsim
048300            THRU PRICE-ONE-ACCOUNT-EXIT                           zbnkrsim
048400                UNTIL WS-END-OF-ACCOUNT = 'YES'                   zbnkrsim
048500     END-IF.                                                      zbnkrsim
048600                                                                  zbnkrsim
048700     PERFORM WRITE-CHANGE-SECTION                                 zbnkrsim
048800         THRU WRITE-CHANGE-SECTION-EXIT.                          zbnkrsim
048900     PERFORM WRITE-BRANCH-SECTION                                 zbnkrsim
049000         THRU WRITE-BRANCH-SECTION-EXIT.                          zbnkrsim
049100     PERFORM WRITE-CUSTOMER-SECTION                               zbnkrsim
049200         THRU WRITE-CUSTOMER-SECTION-EXIT.                        zbnkrsim
049300                                                                  zbnkrsim
049400     PERFORM ACCOUNT-CLOSE.                                       zbnkrsim
049500     PERFORM ATYPE-CLOSE.                                         zbnkrsim
049600     PERFORM ATEF-CLOSE.                                          zbnkrsim
049700     PERFORM RTOV-CLOSE.                                          zbnkrsim
049800     PERFORM SNAP-CLOSE.                                          zbnkrsim
049900     PERFORM SYSC-CLOSE.                                          zbnkrsim
050000     PERFORM SIMIN-CLOSE.                                         zbnkrsim
050100     PERFORM PRINTOUT-CLOSE.                                      zbnkrsim
050200                                                                  zbnkrsim
050300     PERFORM PRINT-JOB-SUMMARY.                                   zbnkrsim
050400                                                                  zbnkrsim
050500     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     zbnkrsim
050600     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkrsim
050700     IF WS-CARDS-REJECTED IS GREATER THAN ZERO                    zbnkrsim
050800        OR WS-TABLE-OVERFLOWED = 'Y'                              zbnkrsim
050900        MOVE 4 TO RETURN-CODE                                     zbnkrsim
051000     ELSE                                                         zbnkrsim
051100        MOVE 0 TO RETURN-CODE                                     zbnkrsim
051200     END-IF.                                                      zbnkrsim
051300     PERFORM RUN-CONTROL-END.                                     zbnkrsim
051400     GOBACK.                                                      zbnkrsim
051500                                                                  zbnkrsim
051600******************************************************************zbnkrsim
051700* GET-RUN-DATE                                                   *zbnkrsim
051800* Obtains today's date, in both numeric and display form, and    *zbnkrsim
051900* the current time.                                              *zbnkrsim
052000******************************************************************zbnkrsim
052100 GET-RUN-DATE.                                                    zbnkrsim
052200     ACCEPT WS-TODAY-DATE-N FROM DATE YYYYMMDD.                   zbnkrsim
052300     MOVE SPACES TO DD-INPUT-TYPE.                                zbnkrsim
052400     SET DDI-ISO TO TRUE.                                         zbnkrsim
052500     MOVE SPACES TO DDI-DATA.                                     zbnkrsim
052600     STRING WS-TODAY-CCYY DELIMITED BY SIZE                       zbnkrsim
052700            '-'           DELIMITED BY SIZE                       zbnkrsim
052800            WS-TODAY-MM   DELIMITED BY SIZE                       zbnkrsim
052900            '-'           DELIMITED BY SIZE                       zbnkrsim
053000            WS-TODAY-DD   DELIMITED BY SIZE                       zbnkrsim
053100       INTO DDI-DATA.                                             zbnkrsim
053200     MOVE SPACES TO DD-OUTPUT-TYPE.                               zbnkrsim
053300     SET DDO-DD-MMM-YYYY TO TRUE.                                 zbnkrsim
053400     SET DD-ENV-NULL TO TRUE.                                     zbnkrsim
053500     CALL 'UDATECNV' USING WS-DATE-WORK-AREA.                     zbnkrsim
053600     MOVE DDO-DATA TO WS-RUN-DATE-DISPLAY.                        zbnkrsim
053700     ACCEPT WS-RUN-TIME-8 FROM TIME.                              zbnkrsim
053800     MOVE WS-RUN-TIME-8(1:6) TO WS-RUN-TIME.                      zbnkrsim
053900 GET-RUN-DATE-EXIT.                                               zbnkrsim
054000     EXIT.                                                        zbnkrsim
054100                                                                  zbnkrsim
054200******************************************************************zbnkrsim
054300* GET-BUSINESS-DATE                                              *zbnkrsim
054400* The BUSDATE control record, or today when there is none. The   *zbnkrsim
054500* balances are taken from the roll-up of the month before it.    *zbnkrsim
054600******************************************************************zbnkrsim
054700 GET-BUSINESS-DATE.                                               zbnkrsim
054800     MOVE WS-TODAY-DATE-N TO WS-BUSDATE.                          zbnkrsim
054900     MOVE 'BUSDATE ' TO SY-REC-CONTROL-NAME.                      zbnkrsim
055000     READ SYSC-FILE.                                              zbnkrsim
055100     IF WS-SYSC-STATUS = '00' AND SY-REC-DATE IS NUMERIC          zbnkrsim
055200        AND SY-REC-DATE IS GREATER THAN ZERO                      zbnkrsim
055300        MOVE SY-REC-DATE TO WS-BUSDATE                            zbnkrsim
055400     END-IF.                                                      zbnkrsim
055500     MOVE WS-BUSDATE-CCYY TO WS-SNAP-ROLLUP-CCYY.                 zbnkrsim
055600     MOVE WS-BUSDATE-MM TO WS-SNAP-ROLLUP-MM.                     zbnkrsim
055700     MOVE ZERO TO WS-SNAP-ROLLUP-DD.                              zbnkrsim
055800     IF WS-SNAP-ROLLUP-MM IS EQUAL TO 1                           zbnkrsim
055900        MOVE 12 TO WS-SNAP-ROLLUP-MM                              zbnkrsim
056000        SUBTRACT 1 FROM WS-SNAP-ROLLUP-CCYY                       zbnkrsim
056100     ELSE                                                         zbnkrsim
056200        SUBTRACT 1 FROM WS-SNAP-ROLLUP-MM                         zbnkrsim
056300     END-IF.                                                      zbnkrsim
056400 GET-BUSINESS-DATE-EXIT.                                          zbnkrsim
056500     EXIT.                                                        zbnkrsim
056600                                                                  zbnkrsim
056700******************************************************************zbnkrsim
056800* COLLECT-PENDING-CHANGES                                        *zbnkrsim
056900* Walk the catalogue in key order - one type's rows together,    *zbnkrsim
057000* effective dates ascending - carrying the structure each row    *zbnkrsim
057100* replaces: the BNKATYPE entry, then each row in turn. Every row *zbnkrsim
057200* effective after the business date is a change to simulate.     *zbnkrsim
057300******************************************************************zbnkrsim
057400 COLLECT-PENDING-CHANGES.                                         zbnkrsim
057500     IF WS-ATEF-AVAILABLE NOT = 'YES'                             zbnkrsim
057600        GO TO COLLECT-PENDING-CHANGES-EXIT                        zbnkrsim
057700     END-IF.                                                      zbnkrsim
057800     MOVE LOW-VALUES TO AE-REC-KEY.                               zbnkrsim
057900     START ATEF-FILE KEY IS NOT LESS THAN AE-REC-KEY.             zbnkrsim
058000     IF WS-ATEF-STATUS NOT = '00'                                 zbnkrsim
058100        GO TO COLLECT-PENDING-CHANGES-EXIT                        zbnkrsim
058200     END-IF.                                                      zbnkrsim
058300     MOVE LOW-VALUES TO WS-CURR-TYPE.                             zbnkrsim
058400     MOVE 'NO ' TO WS-END-OF-FILE-SW.                             zbnkrsim
058500     PERFORM EXAMINE-NEXT-CATALOGUE-ROW                           zbnkrsim
058600         THRU EXAMINE-NEXT-CATALOGUE-ROW-EXIT                     zbnkrsim
058700         UNTIL WS-END-OF-FILE-SW = 'YES'.                         zbnkrsim
058800 COLLECT-PENDING-CHANGES-EXIT.                                    zbnkrsim
058900     EXIT.                                                        zbnkrsim
059000                                                                  zbnkrsim
059100 EXAMINE-NEXT-CATALOGUE-ROW.                                      zbnkrsim
059200     READ ATEF-FILE NEXT RECORD.                                  zbnkrsim
059300     IF WS-ATEF-STATUS NOT = '00'                                 zbnkrsim
059400        MOVE 'YES' TO WS-END-OF-FILE-SW                           zbnkrsim
059500        GO TO EXAMINE-NEXT-CATALOGUE-ROW-EXIT                     zbnkrsim
059600     END-IF.                                                      zbnkrsim
059700     IF AE-REC-TYPE IS NOT EQUAL TO WS-CURR-TYPE                  zbnkrsim
059800        MOVE AE-REC-TYPE TO WS-CURR-TYPE                          zbnkrsim
059900        PERFORM LOAD-CATALOGUE-STRUCTURE                          zbnkrsim
060000     END-IF.                                                      zbnkrsim
060100     IF AE-REC-EFF-DTE IS GREATER THAN WS-BUSDATE                 zbnkrsim
060200        IF WS-CHG-COUNT IS LESS THAN 20                           zbnkrsim
060300           ADD 1 TO WS-CHG-COUNT                                  zbnkrsim
060400           MOVE WS-CHG-COUNT TO WS-CHG-SUB                        zbnkrsim
060500           MOVE AE-REC-TYPE TO WS-CHG-TYPE (WS-CHG-SUB)           zbnkrsim
060600           MOVE AE-REC-EFF-DTE TO WS-CHG-EFF-DTE (WS-CHG-SUB)     zbnkrsim
060700           PERFORM SET-CHANGE-OLD                                 zbnkrsim
060800           MOVE AE-REC-INT-RATE                                   zbnkrsim
060900             TO WS-CHG-NEW-INT-RATE (WS-CHG-SUB)                  zbnkrsim
061000           MOVE AE-REC-DEBIT-INT-RATE                             zbnkrsim
061100             TO WS-CHG-NEW-DEBIT-RATE (WS-CHG-SUB)                zbnkrsim
061200           MOVE AE-REC-MONTHLY-FEE TO WS-CHG-NEW-FEE (WS-CHG-SUB) zbnkrsim
061300           MOVE AE-REC-BAND-AREA                                  zbnkrsim
061400             TO WS-CHG-NEW-BAND-AREA (WS-CHG-SUB)                 zbnkrsim
061500        ELSE                                                      zbnkrsim
061600           PERFORM NOTE-TABLE-OVERFLOW                            zbnkrsim
061700        END-IF                                                    zbnkrsim
061800     END-IF.                                                      zbnkrsim
061900     MOVE AE-REC-INT-RATE TO WS-PRIOR-INT-RATE.                   zbnkrsim
062000     MOVE AE-REC-DEBIT-INT-RATE TO WS-PRIOR-DEBIT-RATE.           zbnkrsim
062100     MOVE AE-REC-MONTHLY-FEE TO WS-PRIOR-FEE.                     zbnkrsim
062200     MOVE AE-REC-BAND-AREA TO WS-PRIOR-BAND-AREA.                 zbnkrsim
062300 EXAMINE-NEXT-CATALOGUE-ROW-EXIT.                                 zbnkrsim
062400     EXIT.                                                        zbnkrsim
062500                                                                  zbnkrsim
062600******************************************************************zbnkrsim
062700* LOAD-CATALOGUE-STRUCTURE                                       *zbnkrsim
062800* The BNKATYPE structure for WS-CURR-TYPE - the one in force     *zbnkrsim
062900* before any BNKATEF row for the type.                           *zbnkrsim
063000******************************************************************zbnkrsim
063100 LOAD-CATALOGUE-STRUCTURE.                                        zbnkrsim
063200     MOVE WS-CURR-TYPE TO BAT-REC-TYPE.                           zbnkrsim
063300     READ ATYPE-FILE.                                             zbnkrsim
063400     IF WS-ATYPE-STATUS = '00'                                    zbnkrsim
063500        MOVE BAT-REC-INT-RATE TO WS-PRIOR-INT-RATE                zbnkrsim
063600        MOVE BAT-REC-DEBIT-INT-RATE TO WS-PRIOR-DEBIT-RATE        zbnkrsim
063700        MOVE BAT-REC-MONTHLY-FEE TO WS-PRIOR-FEE                  zbnkrsim
063800        MOVE BAT-REC-BAND-AREA TO WS-PRIOR-BAND-AREA              zbnkrsim
063900     ELSE                                                         zbnkrsim
064000        MOVE ZERO TO WS-PRIOR-INT-RATE                            zbnkrsim
064100        MOVE ZERO TO WS-PRIOR-DEBIT-RATE                          zbnkrsim
064200        MOVE ZERO TO WS-PRIOR-FEE                                 zbnkrsim
064300        MOVE ZERO TO WS-PRIOR-BAND-FLOOR (1)                      zbnkrsim
064400        MOVE ZERO TO WS-PRIOR-BAND-RATE (1)                       zbnkrsim
064500        MOVE ZERO TO WS-PRIOR-BAND-FLOOR (2)                      zbnkrsim
064600        MOVE ZERO TO WS-PRIOR-BAND-RATE (2)                       zbnkrsim
064700        MOVE ZERO TO WS-PRIOR-BAND-FLOOR (3)                      zbnkrsim
064800        MOVE ZERO TO WS-PRIOR-BAND-RATE (3)                       zbnkrsim
064900     END-IF.                                                      zbnkrsim
065000                                                                  zbnkrsim
065100 SET-CHANGE-OLD.                                                  zbnkrsim
065200     MOVE WS-PRIOR-INT-RATE TO WS-CHG-OLD-INT-RATE (WS-CHG-SUB).  zbnkrsim
065300     MOVE WS-PRIOR-DEBIT-RATE                                     zbnkrsim
065400       TO WS-CHG-OLD-DEBIT-RATE (WS-CHG-SUB).                     zbnkrsim
065500     MOVE WS-PRIOR-FEE TO WS-CHG-OLD-FEE (WS-CHG-SUB).            zbnkrsim
065600     MOVE WS-PRIOR-BAND-AREA TO WS-CHG-OLD-BAND-AREA (WS-CHG-SUB).zbnkrsim
065700     MOVE ZERO TO WS-CHG-ACCOUNTS (WS-CHG-SUB).                   zbnkrsim
065800     MOVE ZERO TO WS-CHG-INT-IMPACT (WS-CHG-SUB).                 zbnkrsim
065900     MOVE ZERO TO WS-CHG-FEE-IMPACT (WS-CHG-SUB).                 zbnkrsim
066000                                                                  zbnkrsim
066100******************************************************************zbnkrsim
066200* TAKE-ONE-CARD                                                  *zbnkrsim
066300* A what-if change, applied to the structure in force for the    *zbnkrsim
066400* type on the business date. The card must name a catalogued     *zbnkrsim
066500* type and carry only digits or blanks in its fields.            *zbnkrsim
066600******************************************************************zbnkrsim
066700 TAKE-ONE-CARD.                                                   zbnkrsim
066800     MOVE SIMIN-REC TO WS-CARD-DETAIL.                            zbnkrsim
066900     IF WS-CARD-DETAIL = SPACES                                   zbnkrsim
067000        GO TO TAKE-ONE-CARD-NEXT                                  zbnkrsim
067100     END-IF.                                                      zbnkrsim
067200     ADD 1 TO WS-CARD-COUNT.                                      zbnkrsim
067300     IF (WS-CARD-INT-RATE-X IS NOT NUMERIC                        zbnkrsim
067400         AND WS-CARD-INT-RATE-X IS NOT EQUAL TO SPACES)           zbnkrsim
067500        OR (WS-CARD-DEBIT-RATE-X IS NOT NUMERIC                   zbnkrsim
067600            AND WS-CARD-DEBIT-RATE-X IS NOT EQUAL TO SPACES)      zbnkrsim
067700        OR (WS-CARD-FEE-X IS NOT NUMERIC                          zbnkrsim
067800            AND WS-CARD-FEE-X IS NOT EQUAL TO SPACES)             zbnkrsim
067900        MOVE 'Card rejected - field not numeric'                  zbnkrsim
068000          TO WS-REPORT-LINE                                       zbnkrsim
068100        PERFORM REJECT-CARD                                       zbnkrsim
068200        GO TO TAKE-ONE-CARD-NEXT                                  zbnkrsim
068300     END-IF.                                                      zbnkrsim
068400     MOVE WS-CARD-TYPE TO WS-CURR-TYPE.                           zbnkrsim
068500     PERFORM LOAD-CATALOGUE-STRUCTURE.                            zbnkrsim
068600     IF WS-ATYPE-STATUS NOT = '00'                                zbnkrsim
068700        MOVE 'Card rejected - account type not catalogued'        zbnkrsim
068800          TO WS-REPORT-LINE                                       zbnkrsim
068900        PERFORM REJECT-CARD                                       zbnkrsim
069000        GO TO TAKE-ONE-CARD-NEXT                                  zbnkrsim
069100     END-IF.                                                      zbnkrsim
069200     IF WS-CHG-COUNT IS NOT LESS THAN 20                          zbnkrsim
069300        PERFORM NOTE-TABLE-OVERFLOW                               zbnkrsim
069400        GO TO TAKE-ONE-CARD-NEXT                                  zbnkrsim
069500     END-IF.                                                      zbnkrsim
069600     PERFORM FIND-STRUCTURE-IN-FORCE                              zbnkrsim
069700         THRU FIND-STRUCTURE-IN-FORCE-EXIT.                       zbnkrsim
069800     ADD 1 TO WS-CHG-COUNT.                                       zbnkrsim
069900     MOVE WS-CHG-COUNT TO WS-CHG-SUB.                             zbnkrsim
070000     MOVE WS-CARD-TYPE TO WS-CHG-TYPE (WS-CHG-SUB).               zbnkrsim
070100     MOVE WS-BUSDATE TO WS-CHG-EFF-DTE (WS-CHG-SUB).              zbnkrsim
070200     PERFORM SET-CHANGE-OLD.                                      zbnkrsim
070300     MOVE WS-PRIOR-INT-RATE TO WS-CHG-NEW-INT-RATE (WS-CHG-SUB).  zbnkrsim
070400     MOVE WS-PRIOR-DEBIT-RATE                                     zbnkrsim
070500       TO WS-CHG-NEW-DEBIT-RATE (WS-CHG-SUB).                     zbnkrsim
070600     MOVE WS-PRIOR-FEE TO WS-CHG-NEW-FEE (WS-CHG-SUB).            zbnkrsim
070700     MOVE WS-PRIOR-BAND-AREA TO WS-CHG-NEW-BAND-AREA (WS-CHG-SUB).zbnkrsim
070800     IF WS-CARD-INT-RATE-X IS NUMERIC                             zbnkrsim
070900        MOVE WS-CARD-INT-RATE TO WS-CHG-NEW-INT-RATE (WS-CHG-SUB) zbnkrsim
071000     END-IF.                                                      zbnkrsim
071100     IF WS-CARD-DEBIT-RATE-X IS NUMERIC                           zbnkrsim
071200        MOVE WS-CARD-DEBIT-RATE                                   zbnkrsim
071300          TO WS-CHG-NEW-DEBIT-RATE (WS-CHG-SUB)                   zbnkrsim
071400     END-IF.                                                      zbnkrsim
071500     IF WS-CARD-FEE-X IS NUMERIC                                  zbnkrsim
071600        MOVE WS-CARD-FEE TO WS-CHG-NEW-FEE (WS-CHG-SUB)           zbnkrsim
071700     END-IF.                                                      zbnkrsim
071800 TAKE-ONE-CARD-NEXT.                                              zbnkrsim
071900     PERFORM SIMIN-GET.                                           zbnkrsim
072000 TAKE-ONE-CARD-EXIT.                                              zbnkrsim
072100     EXIT.                                                        zbnkrsim
072200                                                                  zbnkrsim
072300 REJECT-CARD.                                                     zbnkrsim
072400     ADD 1 TO WS-CARDS-REJECTED.                                  zbnkrsim
072500     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkrsim
072600     PERFORM PRINTOUT-PUT.                                        zbnkrsim
072700     MOVE SPACES TO PRINTOUT-REC.                                 zbnkrsim
072800     MOVE WS-CARD-DETAIL TO PRINTOUT-REC (3:80).                  zbnkrsim
072900     PERFORM PRINTOUT-PUT.                                        zbnkrsim
073000                                                                  zbnkrsim
073100******************************************************************zbnkrsim
073200* FIND-STRUCTURE-IN-FORCE                                        *zbnkrsim
073300* Step through the type's BNKATEF rows up to the business date;  *zbnkrsim
073400* the last one reached is in force (else the catalogue entry     *zbnkrsim
073500* already loaded stands).                                        *zbnkrsim
073600******************************************************************zbnkrsim
073700 FIND-STRUCTURE-IN-FORCE.                                         zbnkrsim
073800     IF WS-ATEF-AVAILABLE NOT = 'YES'                             zbnkrsim
073900        GO TO FIND-STRUCTURE-IN-FORCE-EXIT                        zbnkrsim
074000     END-IF.                                                      zbnkrsim
074100     MOVE LOW-VALUES TO AE-REC-KEY.                               zbnkrsim
074200     MOVE WS-CURR-TYPE TO AE-REC-TYPE.                            zbnkrsim
074300     START ATEF-FILE KEY IS NOT LESS THAN AE-REC-KEY.             zbnkrsim
074400     IF WS-ATEF-STATUS NOT = '00'                                 zbnkrsim
074500        GO TO FIND-STRUCTURE-IN-FORCE-EXIT                        zbnkrsim
074600     END-IF.                                                      zbnkrsim
074700     MOVE 'NO ' TO WS-END-OF-FILE-SW.                             zbnkrsim
074800     PERFORM STEP-TO-IN-FORCE                                     zbnkrsim
074900         THRU STEP-TO-IN-FORCE-EXIT                               zbnkrsim
075000         UNTIL WS-END-OF-FILE-SW = 'YES'.                         zbnkrsim
075100 FIND-STRUCTURE-IN-FORCE-EXIT.                                    zbnkrsim
075200     EXIT.                                                        zbnkrsim
075300                                                                  zbnkrsim
075400 STEP-TO-IN-FORCE.                                                zbnkrsim
075500     READ ATEF-FILE NEXT RECORD.                                  zbnkrsim
075600     IF WS-ATEF-STATUS NOT = '00'                                 zbnkrsim
075700        OR AE-REC-TYPE IS NOT EQUAL TO WS-CURR-TYPE               zbnkrsim
075800        OR AE-REC-EFF-DTE IS GREATER THAN WS-BUSDATE              zbnkrsim
075900        MOVE 'YES' TO WS-END-OF-FILE-SW                           zbnkrsim
076000        GO TO STEP-TO-IN-FORCE-EXIT                               zbnkrsim
076100     END-IF.                                                      zbnkrsim
076200     MOVE AE-REC-INT-RATE TO WS-PRIOR-INT-RATE.                   zbnkrsim
076300     MOVE AE-REC-DEBIT-INT-RATE TO WS-PRIOR-DEBIT-RATE.           zbnkrsim
076400     MOVE AE-REC-MONTHLY-FEE TO WS-PRIOR-FEE.                     zbnkrsim
076500     MOVE AE-REC-BAND-AREA TO WS-PRIOR-BAND-AREA.                 zbnkrsim
076600 STEP-TO-IN-FORCE-EXIT.                                           zbnkrsim
076700     EXIT.                                                        zbnkrsim
076800                                                                  zbnkrsim
076900******************************************************************zbnkrsim
077000* PRICE-ONE-ACCOUNT                                              *zbnkrsim
077100* An open account of a type with changes is priced under each of *zbnkrsim
077200* them, and the impact tallied to the change, the account's      *zbnkrsim
077300* branch and its owner.                                          *zbnkrsim
077400******************************************************************zbnkrsim
077500 PRICE-ONE-ACCOUNT.                                               zbnkrsim
077600     ADD 1 TO WS-ACCOUNTS-READ.                                   zbnkrsim
077700     IF BAC-REC-CLOSED                                            zbnkrsim
077800        GO TO PRICE-ONE-ACCOUNT-NEXT                              zbnkrsim
077900     END-IF.                                                      zbnkrsim
078000     MOVE 'N' TO WS-ACC-AFFECTED.                                 zbnkrsim
078100     MOVE ZERO TO WS-ACC-TOTAL-INT.                               zbnkrsim
078200     MOVE ZERO TO WS-ACC-TOTAL-FEE.                               zbnkrsim
078300     PERFORM PRICE-ONE-CHANGE                                     zbnkrsim
078400         THRU PRICE-ONE-CHANGE-EXIT                               zbnkrsim
078500         VARYING WS-CHG-SUB FROM 1 BY 1                           zbnkrsim
078600           UNTIL WS-CHG-SUB IS GREATER THAN WS-CHG-COUNT.         zbnkrsim
078700     IF WS-ACC-AFFECTED IS NOT EQUAL TO 'Y'                       zbnkrsim
078800        GO TO PRICE-ONE-ACCOUNT-NEXT                              zbnkrsim
078900     END-IF.                                                      zbnkrsim
079000     ADD 1 TO WS-ACCOUNTS-AFFECTED.                               zbnkrsim
079100     PERFORM TALLY-BRANCH.                                        zbnkrsim
079200     IF WS-ACC-TOTAL-INT IS NOT EQUAL TO ZERO                     zbnkrsim
079300        OR WS-ACC-TOTAL-FEE IS NOT EQUAL TO ZERO                  zbnkrsim
079400        PERFORM TALLY-CUSTOMER                                    zbnkrsim
079500     END-IF.                                                      zbnkrsim
079600 PRICE-ONE-ACCOUNT-NEXT.                                          zbnkrsim
079700     PERFORM ACCOUNT-GET.                                         zbnkrsim
079800 PRICE-ONE-ACCOUNT-EXIT.                                          zbnkrsim
079900     EXIT.                                                        zbnkrsim
080000                                                                  zbnkrsim
080100 PRICE-ONE-CHANGE.                                                zbnkrsim
080200     IF WS-CHG-TYPE (WS-CHG-SUB) IS NOT EQUAL TO BAC-REC-TYPE     zbnkrsim
080300        GO TO PRICE-ONE-CHANGE-EXIT                               zbnkrsim
080400     END-IF.                                                      zbnkrsim
080500     IF WS-ACC-AFFECTED IS NOT EQUAL TO 'Y'                       zbnkrsim
080600        MOVE 'Y' TO WS-ACC-AFFECTED                               zbnkrsim
080700        PERFORM GET-ACCOUNT-BALANCE                               zbnkrsim
080800        PERFORM OVERRIDE-RATE-LOOKUP                              zbnkrsim
080900            THRU OVERRIDE-RATE-LOOKUP-EXIT                        zbnkrsim
081000     END-IF.                                                      zbnkrsim
081100     MOVE WS-CHG-OLD (WS-CHG-SUB) TO WS-CALC-STRUCTURE.           zbnkrsim
081200     PERFORM YEAR-INTEREST                                        zbnkrsim
081300         THRU YEAR-INTEREST-EXIT.                                 zbnkrsim
081400     MOVE WS-CALC-INTEREST TO WS-OLD-INTEREST.                    zbnkrsim
081500     MOVE WS-CHG-NEW (WS-CHG-SUB) TO WS-CALC-STRUCTURE.           zbnkrsim
081600     PERFORM YEAR-INTEREST                                        zbnkrsim
081700         THRU YEAR-INTEREST-EXIT.                                 zbnkrsim
081800     COMPUTE WS-ACC-INT-IMPACT =                                  zbnkrsim
081900         WS-OLD-INTEREST - WS-CALC-INTEREST.                      zbnkrsim
082000     COMPUTE WS-ACC-FEE-IMPACT =                                  zbnkrsim
082100         (WS-CHG-NEW-FEE (WS-CHG-SUB)                             zbnkrsim
082200          - WS-CHG-OLD-FEE (WS-CHG-SUB))                          zbnkrsim
082300         * 12.                                                    zbnkrsim
082400     ADD 1 TO WS-CHG-ACCOUNTS (WS-CHG-SUB).                       zbnkrsim
082500     ADD WS-ACC-INT-IMPACT TO WS-CHG-INT-IMPACT (WS-CHG-SUB).     zbnkrsim
082600     ADD WS-ACC-FEE-IMPACT TO WS-CHG-FEE-IMPACT (WS-CHG-SUB).     zbnkrsim
082700     ADD WS-ACC-INT-IMPACT TO WS-ACC-TOTAL-INT.                   zbnkrsim
082800     ADD WS-ACC-FEE-IMPACT TO WS-ACC-TOTAL-FEE.                   zbnkrsim
082900 PRICE-ONE-CHANGE-EXIT.                                           zbnkrsim
083000     EXIT.                                                        zbnkrsim
083100                                                                  zbnkrsim
083200******************************************************************zbnkrsim
083300* GET-ACCOUNT-BALANCE                                            *zbnkrsim
083400* The month's average from the BNKSNAP roll-up, else the ledger  *zbnkrsim
083500* balance.                                                       *zbnkrsim
083600******************************************************************zbnkrsim
083700 GET-ACCOUNT-BALANCE.                                             zbnkrsim
083800     MOVE BAC-REC-ACCNO TO SN-REC-ACCNO.                          zbnkrsim
083900     MOVE WS-SNAP-ROLLUP-DATE TO SN-REC-DATE.                     zbnkrsim
084000     READ SNAP-FILE.                                              zbnkrsim
084100     IF WS-SNAP-STATUS = '00'                                     zbnkrsim
084200        MOVE SN-REC-AVG-BALANCE TO WS-ACC-BALANCE                 zbnkrsim
084300     ELSE                                                         zbnkrsim
084400        ADD 1 TO WS-SNAPSHOTS-MISSING                             zbnkrsim
084500        MOVE BAC-REC-BALANCE TO WS-ACC-BALANCE                    zbnkrsim
084600     END-IF.                                                      zbnkrsim
084700                                                                  zbnkrsim
084800******************************************************************zbnkrsim
084900* YEAR-INTEREST                                                  *zbnkrsim
085000* A year's interest at WS-ACC-BALANCE under WS-CALC-STRUCTURE. A *zbnkrsim
085100* credit balance is tiered by the balance bands - the slice      *zbnkrsim
085200* below the first floor at the base rate, each band's slice at   *zbnkrsim
085300* its rate - unless an override holds the account's credit rate, *zbnkrsim
085400* when no change to it can move the interest. A debit balance    *zbnkrsim
085500* is charged at the debit rate.                                  *zbnkrsim
085600******************************************************************zbnkrsim
085700 YEAR-INTEREST.                                                   zbnkrsim
085800     MOVE ZERO TO WS-CALC-INTEREST.                               zbnkrsim
085900     IF WS-ACC-BALANCE IS LESS THAN ZERO                          zbnkrsim
086000        COMPUTE WS-CALC-INTEREST ROUNDED =                        zbnkrsim
086100            WS-ACC-BALANCE * WS-CALC-DEBIT-RATE                   zbnkrsim
086200        GO TO YEAR-INTEREST-EXIT                                  zbnkrsim
086300     END-IF.                                                      zbnkrsim
086400     IF WS-ACC-BALANCE IS EQUAL TO ZERO                           zbnkrsim
086500        OR WS-ACC-OVERRIDDEN IS EQUAL TO 'Y'                      zbnkrsim
086600        GO TO YEAR-INTEREST-EXIT                                  zbnkrsim
086700     END-IF.                                                      zbnkrsim
086800     MOVE WS-ACC-BALANCE TO WS-BAND-TOP.                          zbnkrsim
086900     IF WS-CALC-BAND-FLOOR (1) IS GREATER THAN ZERO AND           zbnkrsim
087000        WS-CALC-BAND-FLOOR (1) IS LESS THAN WS-ACC-BALANCE        zbnkrsim
087100        MOVE WS-CALC-BAND-FLOOR (1) TO WS-BAND-TOP                zbnkrsim
087200     END-IF.                                                      zbnkrsim
087300     COMPUTE WS-BAND-INTEREST = WS-BAND-TOP * WS-CALC-INT-RATE.   zbnkrsim
087400     PERFORM YEAR-BAND-SLICE                                      zbnkrsim
087500         THRU YEAR-BAND-SLICE-EXIT                                zbnkrsim
087600         VARYING WS-BAND-SUB FROM 1 BY 1                          zbnkrsim
087700         UNTIL WS-BAND-SUB IS GREATER THAN 3.                     zbnkrsim
087800     COMPUTE WS-CALC-INTEREST ROUNDED = WS-BAND-INTEREST.         zbnkrsim
087900 YEAR-INTEREST-EXIT.                                              zbnkrsim
088000     EXIT.                                                        zbnkrsim
088100                                                                  zbnkrsim
088200 YEAR-BAND-SLICE.                                                 zbnkrsim
088300     IF WS-CALC-BAND-FLOOR (WS-BAND-SUB) IS EQUAL TO ZERO OR      zbnkrsim
088400        WS-ACC-BALANCE IS NOT GREATER THAN                        zbnkrsim
088500          WS-CALC-BAND-FLOOR (WS-BAND-SUB)                        zbnkrsim
088600        GO TO YEAR-BAND-SLICE-EXIT                                zbnkrsim
088700     END-IF.                                                      zbnkrsim
088800     MOVE WS-ACC-BALANCE TO WS-BAND-TOP.                          zbnkrsim
088900     IF WS-BAND-SUB IS LESS THAN 3                                zbnkrsim
089000        IF WS-CALC-BAND-FLOOR (WS-BAND-SUB + 1)                   zbnkrsim
089100             IS GREATER THAN ZERO                                 zbnkrsim
089200           AND WS-CALC-BAND-FLOOR (WS-BAND-SUB + 1)               zbnkrsim
089300             IS LESS THAN WS-ACC-BALANCE                          zbnkrsim
089400           MOVE WS-CALC-BAND-FLOOR (WS-BAND-SUB + 1)              zbnkrsim
089500             TO WS-BAND-TOP                                       zbnkrsim
089600        END-IF                                                    zbnkrsim
089700     END-IF.                                                      zbnkrsim
089800     COMPUTE WS-BAND-INTEREST = WS-BAND-INTEREST +                zbnkrsim
089900         (WS-BAND-TOP - WS-CALC-BAND-FLOOR (WS-BAND-SUB))         zbnkrsim
090000         * WS-CALC-BAND-RATE (WS-BAND-SUB).                       zbnkrsim
090100 YEAR-BAND-SLICE-EXIT.                                            zbnkrsim
090200     EXIT.                                                        zbnkrsim
090300                                                                  zbnkrsim
090400******************************************************************zbnkrsim
090500* OVERRIDE-RATE-LOOKUP                                           *zbnkrsim
090600* An approved BNKRTOV override running on the business date      *zbnkrsim
090700* holds the account's credit rate whatever the catalogue does.   *zbnkrsim
090800******************************************************************zbnkrsim
090900 OVERRIDE-RATE-LOOKUP.                                            zbnkrsim
091000     MOVE 'N' TO WS-ACC-OVERRIDDEN.                               zbnkrsim
091100     IF WS-RTOV-AVAILABLE NOT = 'YES'                             zbnkrsim
091200        GO TO OVERRIDE-RATE-LOOKUP-EXIT                           zbnkrsim
091300     END-IF.                                                      zbnkrsim
091400     MOVE 'NO ' TO WS-OVR-FOUND.                                  zbnkrsim
091500     MOVE BAC-REC-ACCNO TO RO-REC-ACCNO.                          zbnkrsim
091600     MOVE ZERO TO RO-REC-START-DTE.                               zbnkrsim
091700     START RTOV-FILE KEY IS NOT LESS THAN RO-REC-KEY.             zbnkrsim
091800     IF WS-RTOV-STATUS NOT = '00'                                 zbnkrsim
091900        GO TO OVERRIDE-RATE-LOOKUP-EXIT                           zbnkrsim
092000     END-IF.                                                      zbnkrsim
092100     PERFORM OVERRIDE-RATE-STEP                                   zbnkrsim
092200         THRU OVERRIDE-RATE-STEP-EXIT                             zbnkrsim
092300         UNTIL WS-OVR-FOUND NOT = 'NO '.                          zbnkrsim
092400     IF WS-OVR-FOUND = 'YES'                                      zbnkrsim
092500        MOVE 'Y' TO WS-ACC-OVERRIDDEN                             zbnkrsim
092600        ADD 1 TO WS-OVERRIDES-FOUND                               zbnkrsim
092700     END-IF.                                                      zbnkrsim
092800 OVERRIDE-RATE-LOOKUP-EXIT.                                       zbnkrsim
092900     EXIT.                                                        zbnkrsim
093000                                                                  zbnkrsim
093100 OVERRIDE-RATE-STEP.                                              zbnkrsim
093200     READ RTOV-FILE NEXT RECORD.                                  zbnkrsim
093300     IF WS-RTOV-STATUS NOT = '00'                                 zbnkrsim
093400        MOVE 'END' TO WS-OVR-FOUND                                zbnkrsim
093500        GO TO OVERRIDE-RATE-STEP-EXIT                             zbnkrsim
093600     END-IF.                                                      zbnkrsim
093700     IF RO-REC-ACCNO IS NOT EQUAL TO BAC-REC-ACCNO OR             zbnkrsim
093800        RO-REC-START-DTE IS GREATER THAN WS-BUSDATE               zbnkrsim
093900        MOVE 'END' TO WS-OVR-FOUND                                zbnkrsim
094000        GO TO OVERRIDE-RATE-STEP-EXIT                             zbnkrsim
094100     END-IF.                                                      zbnkrsim
094200     IF RO-REC-APPROVED AND                                       zbnkrsim
094300        RO-REC-EXPIRY-DTE IS NOT LESS THAN WS-BUSDATE             zbnkrsim
094400        MOVE 'YES' TO WS-OVR-FOUND                                zbnkrsim
094500     END-IF.                                                      zbnkrsim
094600 OVERRIDE-RATE-STEP-EXIT.                                         zbnkrsim
094700     EXIT.                                                        zbnkrsim
094800                                                                  zbnkrsim
094900******************************************************************zbnkrsim
095000* TALLY-BRANCH / TALLY-CUSTOMER                                  *zbnkrsim
095100* Add the account's impact to its branch and its primary owner.  *zbnkrsim
095200******************************************************************zbnkrsim
095300 TALLY-BRANCH.                                                    zbnkrsim
095400     SET BRN-IDX TO 1.                                            zbnkrsim
095500     SEARCH WS-BRN-ENTRY                                          zbnkrsim
095600       AT END                                                     zbnkrsim
095700         PERFORM ADD-BRANCH-ENTRY                                 zbnkrsim
095800       WHEN BRN-IDX IS GREATER THAN WS-BRN-COUNT                  zbnkrsim
095900         PERFORM ADD-BRANCH-ENTRY                                 zbnkrsim
096000       WHEN WS-BRN-CODE (BRN-IDX) IS EQUAL TO BAC-REC-BRANCH      zbnkrsim
096100         ADD 1 TO WS-BRN-ACCOUNTS (BRN-IDX)                       zbnkrsim
096200         ADD WS-ACC-TOTAL-INT TO WS-BRN-INT-IMPACT (BRN-IDX)      zbnkrsim
096300         ADD WS-ACC-TOTAL-FEE TO WS-BRN-FEE-IMPACT (BRN-IDX)      zbnkrsim
096400     END-SEARCH.                                                  zbnkrsim
096500                                                                  zbnkrsim
096600 ADD-BRANCH-ENTRY.                                                zbnkrsim
096700     IF WS-BRN-COUNT IS LESS THAN 50                              zbnkrsim
096800        ADD 1 TO WS-BRN-COUNT                                     zbnkrsim
096900        SET BRN-IDX TO WS-BRN-COUNT                               zbnkrsim
097000        MOVE BAC-REC-BRANCH TO WS-BRN-CODE (BRN-IDX)              zbnkrsim
097100        MOVE 1 TO WS-BRN-ACCOUNTS (BRN-IDX)                       zbnkrsim
097200        MOVE WS-ACC-TOTAL-INT TO WS-BRN-INT-IMPACT (BRN-IDX)      zbnkrsim
097300        MOVE WS-ACC-TOTAL-FEE TO WS-BRN-FEE-IMPACT (BRN-IDX)      zbnkrsim
097400     ELSE                                                         zbnkrsim
097500        PERFORM NOTE-TABLE-OVERFLOW                               zbnkrsim
097600     END-IF.                                                      zbnkrsim
097700                                                                  zbnkrsim
097800 TALLY-CUSTOMER.                                                  zbnkrsim
097900     SET CUS-IDX TO 1.                                            zbnkrsim
098000     SEARCH WS-CUS-ENTRY                                          zbnkrsim
098100       AT END                                                     zbnkrsim
098200         PERFORM ADD-CUSTOMER-ENTRY                               zbnkrsim
098300       WHEN CUS-IDX IS GREATER THAN WS-CUS-COUNT                  zbnkrsim
098400         PERFORM ADD-CUSTOMER-ENTRY                               zbnkrsim
098500       WHEN WS-CUS-PID (CUS-IDX) IS EQUAL TO BAC-REC-PID          zbnkrsim
098600         ADD 1 TO WS-CUS-ACCOUNTS (CUS-IDX)                       zbnkrsim
098700         ADD WS-ACC-TOTAL-INT TO WS-CUS-INT-IMPACT (CUS-IDX)      zbnkrsim
098800         ADD WS-ACC-TOTAL-FEE TO WS-CUS-FEE-IMPACT (CUS-IDX)      zbnkrsim
098900     END-SEARCH.                                                  zbnkrsim
099000                                                                  zbnkrsim
099100 ADD-CUSTOMER-ENTRY.                                              zbnkrsim
099200     IF WS-CUS-COUNT IS LESS THAN 2000                            zbnkrsim
099300        ADD 1 TO WS-CUS-COUNT                                     zbnkrsim
099400        SET CUS-IDX TO WS-CUS-COUNT                               zbnkrsim
099500        MOVE BAC-REC-PID TO WS-CUS-PID (CUS-IDX)                  zbnkrsim
099600        MOVE BAC-REC-BRANCH TO WS-CUS-BRANCH (CUS-IDX)            zbnkrsim
099700        MOVE 1 TO WS-CUS-ACCOUNTS (CUS-IDX)                       zbnkrsim
099800        MOVE WS-ACC-TOTAL-INT TO WS-CUS-INT-IMPACT (CUS-IDX)      zbnkrsim
099900        MOVE WS-ACC-TOTAL-FEE TO WS-CUS-FEE-IMPACT (CUS-IDX)      zbnkrsim
100000        MOVE 'N' TO WS-CUS-LISTED-SW (CUS-IDX)                    zbnkrsim
100100     ELSE                                                         zbnkrsim
100200        PERFORM NOTE-TABLE-OVERFLOW                               zbnkrsim
100300     END-IF.                                                      zbnkrsim
100400                                                                  zbnkrsim
100500******************************************************************zbnkrsim
100600* A full table means a change, branch or customer would vanish   *zbnkrsim
100700* from the figures - say so once and end with return code 4.     *zbnkrsim
100800******************************************************************zbnkrsim
100900 NOTE-TABLE-OVERFLOW.                                             zbnkrsim
101000     IF WS-TABLE-OVERFLOWED NOT = 'Y'                             zbnkrsim
101100        MOVE 'Y' TO WS-TABLE-OVERFLOWED                           zbnkrsim
101200        MOVE 'Tally table full - figures incomplete'              zbnkrsim
101300          TO WS-CONSOLE-MESSAGE                                   zbnkrsim
101400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrsim
101500     END-IF.                                                      zbnkrsim
101600                                                                  zbnkrsim
101700******************************************************************zbnkrsim
101800* WRITE-CHANGE-SECTION                                           *zbnkrsim
101900* One line per change: the structure old > new, the accounts of  *zbnkrsim
102000* the type on the book and the annual impact, then the total.    *zbnkrsim
102100******************************************************************zbnkrsim
102200 WRITE-CHANGE-SECTION.                                            zbnkrsim
102300     MOVE SPACES TO PRINTOUT-REC.                                 zbnkrsim
102400     PERFORM PRINTOUT-PUT.                                        zbnkrsim
102500     MOVE 'Impact by product change' TO PRINTOUT-REC.             zbnkrsim
102600     PERFORM PRINTOUT-PUT.                                        zbnkrsim
102700     MOVE WS-CHANGE-HEADING TO PRINTOUT-REC.                      zbnkrsim
102800     PERFORM PRINTOUT-PUT.                                        zbnkrsim
102900     IF WS-CHG-COUNT IS EQUAL TO ZERO                             zbnkrsim
103000        MOVE '  No changes to simulate' TO PRINTOUT-REC           zbnkrsim
103100        PERFORM PRINTOUT-PUT                                      zbnkrsim
103200        GO TO WRITE-CHANGE-SECTION-EXIT                           zbnkrsim
103300     END-IF.                                                      zbnkrsim
103400     PERFORM WRITE-ONE-CHANGE                                     zbnkrsim
103500         VARYING WS-CHG-SUB FROM 1 BY 1                           zbnkrsim
103600           UNTIL WS-CHG-SUB IS GREATER THAN WS-CHG-COUNT.         zbnkrsim
103700     MOVE SPACES TO WS-ROLLUP-LINE.                               zbnkrsim
103800     MOVE 'Total, all changes' TO WS-RL-LABEL.                    zbnkrsim
103900     MOVE WS-TOTAL-ACCOUNTS TO WS-RL-ACCOUNTS.                    zbnkrsim
104000     MOVE WS-TOTAL-INT-IMPACT TO WS-RL-INT-IMPACT.                zbnkrsim
104100     MOVE WS-TOTAL-FEE-IMPACT TO WS-RL-FEE-IMPACT.                zbnkrsim
104200     COMPUTE WS-ACC-INT-IMPACT =                                  zbnkrsim
104300         WS-TOTAL-INT-IMPACT + WS-TOTAL-FEE-IMPACT.               zbnkrsim
104400     MOVE WS-ACC-INT-IMPACT TO WS-RL-TOTAL.                       zbnkrsim
104500     MOVE SPACES TO PRINTOUT-REC.                                 zbnkrsim
104600     MOVE WS-ROLLUP-LINE TO PRINTOUT-REC (47:75).                 zbnkrsim
104700     PERFORM PRINTOUT-PUT.                                        zbnkrsim
104800 WRITE-CHANGE-SECTION-EXIT.                                       zbnkrsim
104900     EXIT.                                                        zbnkrsim
105000                                                                  zbnkrsim
105100 WRITE-ONE-CHANGE.                                                zbnkrsim
105200     MOVE SPACES TO WS-CHANGE-LINE.                               zbnkrsim
105300     MOVE WS-CHG-TYPE (WS-CHG-SUB) TO WS-CL-TYPE.                 zbnkrsim
105400     IF WS-SIM-MODE = 'WHAT-IF'                                   zbnkrsim
105500        MOVE 'WHAT-IF' TO WS-CL-EFF-DTE                           zbnkrsim
105600     ELSE                                                         zbnkrsim
105700        MOVE WS-CHG-EFF-DTE (WS-CHG-SUB) TO WS-CL-EFF-DTE         zbnkrsim
105800     END-IF.                                                      zbnkrsim
105900     MOVE WS-CHG-OLD-INT-RATE (WS-CHG-SUB) TO WS-CL-OLD-INT.      zbnkrsim
106000     MOVE WS-CHG-NEW-INT-RATE (WS-CHG-SUB) TO WS-CL-NEW-INT.      zbnkrsim
106100     MOVE WS-CHG-OLD-DEBIT-RATE (WS-CHG-SUB) TO WS-CL-OLD-DEBIT.  zbnkrsim
106200     MOVE WS-CHG-NEW-DEBIT-RATE (WS-CHG-SUB) TO WS-CL-NEW-DEBIT.  zbnkrsim
106300     MOVE WS-CHG-OLD-FEE (WS-CHG-SUB) TO WS-CL-OLD-FEE.           zbnkrsim
106400     MOVE WS-CHG-NEW-FEE (WS-CHG-SUB) TO WS-CL-NEW-FEE.           zbnkrsim
106500     MOVE WS-CHG-ACCOUNTS (WS-CHG-SUB) TO WS-CL-ACCOUNTS.         zbnkrsim
106600     MOVE WS-CHG-INT-IMPACT (WS-CHG-SUB) TO WS-CL-INT-IMPACT.     zbnkrsim
106700     MOVE WS-CHG-FEE-IMPACT (WS-CHG-SUB) TO WS-CL-FEE-IMPACT.     zbnkrsim
106800     COMPUTE WS-ACC-INT-IMPACT = WS-CHG-INT-IMPACT (WS-CHG-SUB)   zbnkrsim
106900                               + WS-CHG-FEE-IMPACT (WS-CHG-SUB).  zbnkrsim
107000     MOVE WS-ACC-INT-IMPACT TO WS-CL-TOTAL.                       zbnkrsim
107100     ADD WS-CHG-ACCOUNTS (WS-CHG-SUB) TO WS-TOTAL-ACCOUNTS.       zbnkrsim
107200     ADD WS-CHG-INT-IMPACT (WS-CHG-SUB) TO WS-TOTAL-INT-IMPACT.   zbnkrsim
107300     ADD WS-CHG-FEE-IMPACT (WS-CHG-SUB) TO WS-TOTAL-FEE-IMPACT.   zbnkrsim
107400     MOVE WS-CHANGE-LINE TO PRINTOUT-REC.                         zbnkrsim
107500     PERFORM PRINTOUT-PUT.                                        zbnkrsim
107600                                                                  zbnkrsim
107700******************************************************************zbnkrsim
107800* WRITE-BRANCH-SECTION                                           *zbnkrsim
107900******************************************************************zbnkrsim
108000 WRITE-BRANCH-SECTION.                                            zbnkrsim
108100     MOVE SPACES TO PRINTOUT-REC.                                 zbnkrsim
108200     PERFORM PRINTOUT-PUT.                                        zbnkrsim
108300     MOVE 'Impact by branch' TO PRINTOUT-REC.                     zbnkrsim
108400     PERFORM PRINTOUT-PUT.                                        zbnkrsim
108500     MOVE WS-ROLLUP-HEADING TO PRINTOUT-REC.                      zbnkrsim
108600     MOVE 'Branch' TO PRINTOUT-REC (1:6).                         zbnkrsim
108700     PERFORM PRINTOUT-PUT.                                        zbnkrsim
108800     PERFORM WRITE-ONE-BRANCH                                     zbnkrsim
108900         VARYING BRN-IDX FROM 1 BY 1                              zbnkrsim
109000           UNTIL BRN-IDX IS GREATER THAN WS-BRN-COUNT.            zbnkrsim
109100 WRITE-BRANCH-SECTION-EXIT.                                       zbnkrsim
109200     EXIT.                                                        zbnkrsim
109300                                                                  zbnkrsim
109400 WRITE-ONE-BRANCH.                                                zbnkrsim
109500     MOVE SPACES TO WS-ROLLUP-LINE.                               zbnkrsim
109600     MOVE WS-BRN-CODE (BRN-IDX) TO WS-RL-LABEL.                   zbnkrsim
109700     IF WS-BRN-CODE (BRN-IDX) IS EQUAL TO SPACES                  zbnkrsim
109800        MOVE '(none)' TO WS-RL-LABEL                              zbnkrsim
109900     END-IF.                                                      zbnkrsim
110000     MOVE WS-BRN-ACCOUNTS (BRN-IDX) TO WS-RL-ACCOUNTS.            zbnkrsim
110100     MOVE WS-BRN-INT-IMPACT (BRN-IDX) TO WS-RL-INT-IMPACT.        zbnkrsim
110200     MOVE WS-BRN-FEE-IMPACT (BRN-IDX) TO WS-RL-FEE-IMPACT.        zbnkrsim
110300     COMPUTE WS-ACC-INT-IMPACT = WS-BRN-INT-IMPACT (BRN-IDX)      zbnkrsim
110400                               + WS-BRN-FEE-IMPACT (BRN-IDX).     zbnkrsim
110500     MOVE WS-ACC-INT-IMPACT TO WS-RL-TOTAL.                       zbnkrsim
110600     MOVE WS-ROLLUP-LINE TO PRINTOUT-REC.                         zbnkrsim
110700     PERFORM PRINTOUT-PUT.                                        zbnkrsim
110800                                                                  zbnkrsim
110900******************************************************************zbnkrsim
111000* WRITE-CUSTOMER-SECTION                                         *zbnkrsim
111100* The N customers with the largest impact either way, largest    *zbnkrsim
111200* first. Each pass picks the largest not yet listed.             *zbnkrsim
111300******************************************************************zbnkrsim
111400 WRITE-CUSTOMER-SECTION.                                          zbnkrsim
111500     PERFORM SIZE-ONE-CUSTOMER                                    zbnkrsim
111600         VARYING CUS-IDX FROM 1 BY 1                              zbnkrsim
111700           UNTIL CUS-IDX IS GREATER THAN WS-CUS-COUNT.            zbnkrsim
111800     MOVE SPACES TO PRINTOUT-REC.                                 zbnkrsim
111900     PERFORM PRINTOUT-PUT.                                        zbnkrsim
112000     MOVE WS-LIST-LENGTH TO WS-RANK-D.                            zbnkrsim
112100     MOVE SPACES TO WS-REPORT-LINE.                               zbnkrsim
112200     STRING 'Largest ' DELIMITED BY SIZE                          zbnkrsim
112300            WS-RANK-D DELIMITED BY SIZE                           zbnkrsim
112400            ' customers affected' DELIMITED BY SIZE               zbnkrsim
112500       INTO WS-REPORT-LINE.                                       zbnkrsim
112600     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkrsim
112700     PERFORM PRINTOUT-PUT.                                        zbnkrsim
112800     MOVE WS-ROLLUP-HEADING TO PRINTOUT-REC.                      zbnkrsim
112900     MOVE 'Customer  Branch' TO PRINTOUT-REC (1:16).              zbnkrsim
113000     PERFORM PRINTOUT-PUT.                                        zbnkrsim
113100     PERFORM WRITE-ONE-CUSTOMER                                   zbnkrsim
113200         VARYING WS-RANK FROM 1 BY 1                              zbnkrsim
113300           UNTIL WS-RANK IS GREATER THAN WS-LIST-LENGTH           zbnkrsim
113400              OR WS-RANK IS GREATER THAN WS-CUS-COUNT.            zbnkrsim
113500 WRITE-CUSTOMER-SECTION-EXIT.                                     zbnkrsim
113600     EXIT.                                                        zbnkrsim
113700                                                                  zbnkrsim
113800 SIZE-ONE-CUSTOMER.                                               zbnkrsim
113900     COMPUTE WS-CUS-SIZE (CUS-IDX) = WS-CUS-INT-IMPACT (CUS-IDX)  zbnkrsim
114000                                   + WS-CUS-FEE-IMPACT (CUS-IDX). zbnkrsim
114100     IF WS-CUS-SIZE (CUS-IDX) IS LESS THAN ZERO                   zbnkrsim
114200        COMPUTE WS-CUS-SIZE (CUS-IDX) =                           zbnkrsim
114300            ZERO - WS-CUS-SIZE (CUS-IDX)                          zbnkrsim
114400     END-IF.                                                      zbnkrsim
114500                                                                  zbnkrsim
114600 WRITE-ONE-CUSTOMER.                                              zbnkrsim
114700     MOVE ZERO TO WS-BEST-IDX.                                    zbnkrsim
114800     PERFORM FIND-LARGEST-STEP                                    zbnkrsim
114900         VARYING WS-SCAN-IDX FROM 1 BY 1                          zbnkrsim
115000           UNTIL WS-SCAN-IDX IS GREATER THAN WS-CUS-COUNT.        zbnkrsim
115100     IF WS-BEST-IDX IS GREATER THAN ZERO                          zbnkrsim
115200        SET CUS-IDX TO WS-BEST-IDX                                zbnkrsim
115300        MOVE 'Y' TO WS-CUS-LISTED-SW (CUS-IDX)                    zbnkrsim
115400        MOVE SPACES TO WS-ROLLUP-LINE                             zbnkrsim
115500        MOVE WS-CUS-PID (CUS-IDX) TO WS-RL-LABEL                  zbnkrsim
115600        MOVE WS-CUS-BRANCH (CUS-IDX) TO WS-RL-LABEL (11:3)        zbnkrsim
115700        MOVE WS-CUS-ACCOUNTS (CUS-IDX) TO WS-RL-ACCOUNTS          zbnkrsim
115800        MOVE WS-CUS-INT-IMPACT (CUS-IDX) TO WS-RL-INT-IMPACT      zbnkrsim
115900        MOVE WS-CUS-FEE-IMPACT (CUS-IDX) TO WS-RL-FEE-IMPACT      zbnkrsim
116000        COMPUTE WS-ACC-INT-IMPACT = WS-CUS-INT-IMPACT (CUS-IDX)   zbnkrsim
116100                                  + WS-CUS-FEE-IMPACT (CUS-IDX)   zbnkrsim
116200        MOVE WS-ACC-INT-IMPACT TO WS-RL-TOTAL                     zbnkrsim
116300        MOVE WS-ROLLUP-LINE TO PRINTOUT-REC                       zbnkrsim
116400        PERFORM PRINTOUT-PUT                                      zbnkrsim
116500     END-IF.                                                      zbnkrsim
116600                                                                  zbnkrsim
116700 FIND-LARGEST-STEP.                                               zbnkrsim
116800     IF WS-CUS-LISTED-SW (WS-SCAN-IDX) = 'N'                      zbnkrsim
116900        IF WS-BEST-IDX IS EQUAL TO ZERO OR                        zbnkrsim
117000           WS-CUS-SIZE (WS-SCAN-IDX) IS GREATER THAN WS-BEST-SIZE zbnkrsim
117100           MOVE WS-SCAN-IDX TO WS-BEST-IDX                        zbnkrsim
117200           MOVE WS-CUS-SIZE (WS-SCAN-IDX) TO WS-BEST-SIZE         zbnkrsim
117300        END-IF                                                    zbnkrsim
117400     END-IF.                                                      zbnkrsim
117500                                                                  zbnkrsim
117600******************************************************************zbnkrsim
117700* WRITE-REPORT-HEADING                                           *zbnkrsim
117800******************************************************************zbnkrsim
117900 WRITE-REPORT-HEADING.                                            zbnkrsim
118000     MOVE SPACES TO WS-REPORT-LINE.                               zbnkrsim
118100     STRING 'Revenue Impact Simulation - run date '               zbnkrsim
118200                                      DELIMITED BY SIZE           zbnkrsim
118300            WS-RUN-DATE-DISPLAY       DELIMITED BY SIZE           zbnkrsim
118400            '  (business date '       DELIMITED BY SIZE           zbnkrsim
118500            WS-BUSDATE                DELIMITED BY SIZE           zbnkrsim
118600            ', balances '             DELIMITED BY SIZE           zbnkrsim
118700            WS-SNAP-ROLLUP-DATE (1:6) DELIMITED BY SIZE           zbnkrsim
118800            ')'                       DELIMITED BY SIZE           zbnkrsim
118900       INTO WS-REPORT-LINE.                                       zbnkrsim
119000     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkrsim
119100     PERFORM PRINTOUT-PUT.                                        zbnkrsim
119200     MOVE 'Annual impact on revenue - positive is more income'    zbnkrsim
119300       TO PRINTOUT-REC.                                           zbnkrsim
119400     PERFORM PRINTOUT-PUT.                                        zbnkrsim
119500                                                                  zbnkrsim
119600******************************************************************zbnkrsim
119700* Open, access and close the ACCOUNT file.                       *zbnkrsim
119800******************************************************************zbnkrsim
119900 ACCOUNT-OPEN.                                                    zbnkrsim
120000     OPEN INPUT ACCOUNT-FILE.                                     zbnkrsim
120100     IF WS-ACCOUNT-STATUS = '00'                                  zbnkrsim
120200        MOVE 'ACCOUNT file opened OK' TO WS-CONSOLE-MESSAGE       zbnkrsim
120300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrsim
120400     ELSE                                                         zbnkrsim
120500        MOVE 'ACCOUNT file open failure...' TO WS-CONSOLE-MESSAGE zbnkrsim
120600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrsim
120700        MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                    zbnkrsim
120800        PERFORM DISPLAY-IO-STATUS                                 zbnkrsim
120900        PERFORM ABORT-PROGRAM                                     zbnkrsim
121000     END-IF.                                                      zbnkrsim
121100                                                                  zbnkrsim
121200 ACCOUNT-GET.                                                     zbnkrsim
121300     READ ACCOUNT-FILE NEXT RECORD.                               zbnkrsim
121400     IF WS-ACCOUNT-STATUS NOT = '00'                              zbnkrsim
121500        IF WS-ACCOUNT-STATUS = '10'                               zbnkrsim
121600           MOVE 'YES' TO WS-END-OF-ACCOUNT                        zbnkrsim
121700        ELSE                                                      zbnkrsim
121800           MOVE 'ACCOUNT Error reading file ...'                  zbnkrsim
121900             TO WS-CONSOLE-MESSAGE                                zbnkrsim
122000           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkrsim
122100           MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                 zbnkrsim
122200           PERFORM DISPLAY-IO-STATUS                              zbnkrsim
122300           PERFORM ABORT-PROGRAM                                  zbnkrsim
122400        END-IF                                                    zbnkrsim
122500     END-IF.                                                      zbnkrsim
122600                                                                  zbnkrsim
122700 ACCOUNT-CLOSE.                                                   zbnkrsim
122800     CLOSE ACCOUNT-FILE.                                          zbnkrsim
122900     IF WS-ACCOUNT-STATUS = '00'                                  zbnkrsim
123000        MOVE 'ACCOUNT file closed OK' TO WS-CONSOLE-MESSAGE       zbnkrsim
123100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrsim
123200     ELSE                                                         zbnkrsim
123300        MOVE 'ACCOUNT file close failure...'                      zbnkrsim
123400          TO WS-CONSOLE-MESSAGE                                   zbnkrsim
123500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrsim
123600        MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                    zbnkrsim
123700        PERFORM DISPLAY-IO-STATUS                                 zbnkrsim
123800        PERFORM ABORT-PROGRAM                                     zbnkrsim
123900     END-IF.                                                      zbnkrsim
124000                                                                  zbnkrsim
124100******************************************************************zbnkrsim
124200* Open and close the ATYPE file.                                 *zbnkrsim
124300******************************************************************zbnkrsim
124400 ATYPE-OPEN.                                                      zbnkrsim
124500     OPEN INPUT ATYPE-FILE.                                       zbnkrsim
124600     IF WS-ATYPE-STATUS = '00'                                    zbnkrsim
124700        MOVE 'ATYPE file opened OK' TO WS-CONSOLE-MESSAGE         zbnkrsim
124800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrsim
124900     ELSE                                                         zbnkrsim
125000        MOVE 'ATYPE file open failure...' TO WS-CONSOLE-MESSAGE   zbnkrsim
125100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrsim
125200        MOVE WS-ATYPE-STATUS TO WS-IO-STATUS                      zbnkrsim
125300        PERFORM DISPLAY-IO-STATUS                                 zbnkrsim
125400        PERFORM ABORT-PROGRAM                                     zbnkrsim
125500     END-IF.                                                      zbnkrsim
125600                                                                  zbnkrsim
125700 ATYPE-CLOSE.                                                     zbnkrsim
125800     CLOSE ATYPE-FILE.                                            zbnkrsim
125900     IF WS-ATYPE-STATUS = '00'                                    zbnkrsim
126000        MOVE 'ATYPE file closed OK' TO WS-CONSOLE-MESSAGE         zbnkrsim
126100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrsim
126200     ELSE                                                         zbnkrsim
126300        MOVE 'ATYPE file close failure...' TO WS-CONSOLE-MESSAGE  zbnkrsim
126400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrsim
126500        MOVE WS-ATYPE-STATUS TO WS-IO-STATUS                      zbnkrsim
126600        PERFORM DISPLAY-IO-STATUS                                 zbnkrsim
126700        PERFORM ABORT-PROGRAM                                     zbnkrsim
126800     END-IF.                                                      zbnkrsim
126900                                                                  zbnkrsim
127000******************************************************************zbnkrsim
127100* Open and close the BNKATEF schedule. Without one there are no  *zbnkrsim
127200* pending changes and what-if cards price against the catalogue. *zbnkrsim
127300******************************************************************zbnkrsim
127400 ATEF-OPEN.                                                       zbnkrsim
127500     OPEN INPUT ATEF-FILE.                                        zbnkrsim
127600     IF WS-ATEF-STATUS = '00'                                     zbnkrsim
127700        MOVE 'YES' TO WS-ATEF-AVAILABLE                           zbnkrsim
127800     ELSE                                                         zbnkrsim
127900        MOVE 'No BNKATEF schedule - catalogue rates'              zbnkrsim
128000          TO WS-CONSOLE-MESSAGE                                   zbnkrsim
128100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrsim
128200     END-IF.                                                      zbnkrsim
128300                                                                  zbnkrsim
128400 ATEF-CLOSE.                                                      zbnkrsim
128500     IF WS-ATEF-AVAILABLE = 'YES'                                 zbnkrsim
128600        CLOSE ATEF-FILE                                           zbnkrsim
128700     END-IF.                                                      zbnkrsim
128800                                                                  zbnkrsim
128900******************************************************************zbnkrsim
129000* Open and close the BNKRTOV override file. The file is optional *zbnkrsim
129100* - with no overrides every account moves with its type's rates. *zbnkrsim
129200******************************************************************zbnkrsim
129300 RTOV-OPEN.                                                       zbnkrsim
129400     OPEN INPUT RTOV-FILE.                                        zbnkrsim
129500     IF WS-RTOV-STATUS = '00'                                     zbnkrsim
129600        MOVE 'YES' TO WS-RTOV-AVAILABLE                           zbnkrsim
129700     ELSE                                                         zbnkrsim
129800        MOVE 'No BNKRTOV file - no rate overrides'                zbnkrsim
129900          TO WS-CONSOLE-MESSAGE                                   zbnkrsim
130000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrsim
130100     END-IF.                                                      zbnkrsim
130200                                                                  zbnkrsim
130300 RTOV-CLOSE.                                                      zbnkrsim
130400     IF WS-RTOV-AVAILABLE = 'YES'                                 zbnkrsim
130500        CLOSE RTOV-FILE                                           zbnkrsim
130600     END-IF.                                                      zbnkrsim
130700                                                                  zbnkrsim
130800******************************************************************zbnkrsim
130900* Open and close the SNAP file.                                  *zbnkrsim
131000******************************************************************zbnkrsim
131100 SNAP-OPEN.                                                       zbnkrsim
131200     OPEN INPUT SNAP-FILE.                                        zbnkrsim
131300     IF WS-SNAP-STATUS = '00'                                     zbnkrsim
131400        MOVE 'SNAP file opened OK' TO WS-CONSOLE-MESSAGE          zbnkrsim
131500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrsim
131600     ELSE                                                         zbnkrsim
131700        MOVE 'SNAP file open failure...' TO WS-CONSOLE-MESSAGE    zbnkrsim
131800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrsim
131900        MOVE WS-SNAP-STATUS TO WS-IO-STATUS                       zbnkrsim
132000        PERFORM DISPLAY-IO-STATUS                                 zbnkrsim
132100        PERFORM ABORT-PROGRAM                                     zbnkrsim
132200     END-IF.                                                      zbnkrsim
132300                                                                  zbnkrsim
132400 SNAP-CLOSE.                                                      zbnkrsim
132500     CLOSE SNAP-FILE.                                             zbnkrsim
132600     IF WS-SNAP-STATUS = '00'                                     zbnkrsim
132700        MOVE 'SNAP file closed OK' TO WS-CONSOLE-MESSAGE          zbnkrsim
132800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrsim
132900     ELSE                                                         zbnkrsim
133000        MOVE 'SNAP file close failure...' TO WS-CONSOLE-MESSAGE   zbnkrsim
133100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrsim
133200        MOVE WS-SNAP-STATUS TO WS-IO-STATUS                       zbnkrsim
133300        PERFORM DISPLAY-IO-STATUS                                 zbnkrsim
133400        PERFORM ABORT-PROGRAM                                     zbnkrsim
133500     END-IF.                                                      zbnkrsim
133600                                                                  zbnkrsim
133700******************************************************************zbnkrsim
133800* Open, read and close the SIMIN card file. An empty file (DD    *zbnkrsim
133900* DUMMY) simulates the pending BNKATEF rows.                     *zbnkrsim
134000******************************************************************zbnkrsim
134100 SIMIN-OPEN.                                                      zbnkrsim
134200     OPEN INPUT SIMIN-FILE.                                       zbnkrsim
134300     IF WS-SIMIN-STATUS = '00'                                    zbnkrsim
134400        MOVE 'SIMIN file opened OK' TO WS-CONSOLE-MESSAGE         zbnkrsim
134500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrsim
134600     ELSE                                                         zbnkrsim
134700        MOVE 'SIMIN file open failure...' TO WS-CONSOLE-MESSAGE   zbnkrsim
134800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrsim
134900        MOVE WS-SIMIN-STATUS TO WS-IO-STATUS                      zbnkrsim
135000        PERFORM DISPLAY-IO-STATUS                                 zbnkrsim
135100        PERFORM ABORT-PROGRAM                                     zbnkrsim
135200     END-IF.                                                      zbnkrsim
135300                                                                  zbnkrsim
135400 SIMIN-GET.                                                       zbnkrsim
135500     READ SIMIN-FILE.                                             zbnkrsim
135600     IF WS-SIMIN-STATUS NOT = '00'                                zbnkrsim
135700        IF WS-SIMIN-STATUS = '10'                                 zbnkrsim
135800           MOVE 'YES' TO WS-END-OF-SIMIN                          zbnkrsim
135900        ELSE                                                      zbnkrsim
136000           MOVE 'SIMIN Error reading file ...'                    zbnkrsim
136100             TO WS-CONSOLE-MESSAGE                                zbnkrsim
136200           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkrsim
136300           MOVE WS-SIMIN-STATUS TO WS-IO-STATUS                   zbnkrsim
136400           PERFORM DISPLAY-IO-STATUS                              zbnkrsim
136500           PERFORM ABORT-PROGRAM                                  zbnkrsim
136600        END-IF                                                    zbnkrsim
136700     END-IF.                                                      zbnkrsim
136800                                                                  zbnkrsim
136900 SIMIN-CLOSE.                                                     zbnkrsim
137000     CLOSE SIMIN-FILE.                                            zbnkrsim
137100     IF WS-SIMIN-STATUS = '00'                                    zbnkrsim
137200        MOVE 'SIMIN file closed OK' TO WS-CONSOLE-MESSAGE         zbnkrsim
137300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrsim
137400     ELSE                                                         zbnkrsim
137500        MOVE 'SIMIN file close failure...' TO WS-CONSOLE-MESSAGE  zbnkrsim
137600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrsim
137700        MOVE WS-SIMIN-STATUS TO WS-IO-STATUS                      zbnkrsim
137800        PERFORM DISPLAY-IO-STATUS                                 zbnkrsim
137900        PERFORM ABORT-PROGRAM                                     zbnkrsim
138000     END-IF.                                                      zbnkrsim
138100                                                                  zbnkrsim
138200******************************************************************zbnkrsim
138300* Open, access and close the SYSC file.                          *zbnkrsim
138400******************************************************************zbnkrsim
138500 SYSC-OPEN.                                                       zbnkrsim
138600     OPEN INPUT SYSC-FILE.                                        zbnkrsim
138700     IF WS-SYSC-STATUS = '00'                                     zbnkrsim
138800        MOVE 'SYSC file opened OK' TO WS-CONSOLE-MESSAGE          zbnkrsim
138900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrsim
139000     ELSE                                                         zbnkrsim
139100        MOVE 'SYSC file open failure...' TO WS-CONSOLE-MESSAGE    zbnkrsim
139200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrsim
139300        MOVE WS-SYSC-STATUS TO WS-IO-STATUS                       zbnkrsim
139400        PERFORM DISPLAY-IO-STATUS                                 zbnkrsim
139500        PERFORM ABORT-PROGRAM                                     zbnkrsim
139600     END-IF.                                                      zbnkrsim
139700                                                                  zbnkrsim
139800 SYSC-CLOSE.                                                      zbnkrsim
139900     CLOSE SYSC-FILE.                                             zbnkrsim
140000     IF WS-SYSC-STATUS = '00'                                     zbnkrsim
140100        MOVE 'SYSC file closed OK' TO WS-CONSOLE-MESSAGE          zbnkrsim
140200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrsim
140300     ELSE                                                         zbnkrsim
140400        MOVE 'SYSC file close failure...' TO WS-CONSOLE-MESSAGE   zbnkrsim
140500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrsim
140600        MOVE WS-SYSC-STATUS TO WS-IO-STATUS                       zbnkrsim
140700        PERFORM DISPLAY-IO-STATUS                                 zbnkrsim
140800        PERFORM ABORT-PROGRAM                                     zbnkrsim
140900     END-IF.                                                      zbnkrsim
141000                                                                  zbnkrsim
141100******************************************************************zbnkrsim
141200* Open, access and close the PRINTOUT file.                      *zbnkrsim
141300******************************************************************zbnkrsim
141400 PRINTOUT-OPEN.                                                   zbnkrsim
141500     OPEN OUTPUT PRINTOUT-FILE.                                   zbnkrsim
141600     IF WS-PRINTOUT-STATUS = '00'                                 zbnkrsim
141700        MOVE 'PRINTOUT file opened OK' TO WS-CONSOLE-MESSAGE      zbnkrsim
141800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrsim
141900     ELSE                                                         zbnkrsim
142000        MOVE 'PRINTOUT file open failure...' TO WS-CONSOLE-MESSAGEzbnkrsim
142100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrsim
142200        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkrsim
142300        PERFORM DISPLAY-IO-STATUS                                 zbnkrsim
142400        PERFORM ABORT-PROGRAM                                     zbnkrsim
142500     END-IF.                                                      zbnkrsim
142600                                                                  zbnkrsim
142700 PRINTOUT-PUT.                                                    zbnkrsim
142800     WRITE PRINTOUT-REC.                                          zbnkrsim
142900     IF WS-PRINTOUT-STATUS NOT = '00'                             zbnkrsim
143000        MOVE 'PRINTOUT Error writing file ...'                    zbnkrsim
143100          TO WS-CONSOLE-MESSAGE                                   zbnkrsim
143200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrsim
143300        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkrsim
143400        PERFORM DISPLAY-IO-STATUS                                 zbnkrsim
143500        PERFORM ABORT-PROGRAM                                     zbnkrsim
143600     END-IF.                                                      zbnkrsim
143700                                                                  zbnkrsim
143800 PRINTOUT-CLOSE.                                                  zbnkrsim
143900     CLOSE PRINTOUT-FILE.                                         zbnkrsim
144000     IF WS-PRINTOUT-STATUS = '00'                                 zbnkrsim
144100        MOVE 'PRINTOUT file closed OK' TO WS-CONSOLE-MESSAGE      zbnkrsim
144200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrsim
144300     ELSE                                                         zbnkrsim
144400        MOVE 'PRINTOUT file close failure...'                     zbnkrsim
144500          TO WS-CONSOLE-MESSAGE                                   zbnkrsim
144600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrsim
144700        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkrsim
144800        PERFORM DISPLAY-IO-STATUS                                 zbnkrsim
144900        PERFORM ABORT-PROGRAM                                     zbnkrsim
145000     END-IF.                                                      zbnkrsim
145100                                                                  zbnkrsim
145200******************************************************************zbnkrsim
145300* Write a short end-of-job summary to the JOBSUM file, in the    *zbnkrsim
145400* same style as the other nightly jobs' summaries.               *zbnkrsim
145500******************************************************************zbnkrsim
145600 PRINT-JOB-SUMMARY.                                               zbnkrsim
145700     PERFORM JOBSUM-OPEN.                                         zbnkrsim
145800     MOVE SPACES TO JOBSUM-REC.                                   zbnkrsim
145900     MOVE WS-CHG-COUNT TO WS-COUNT-D.                             zbnkrsim
146000     STRING 'Changes simulated: ' DELIMITED BY SIZE               zbnkrsim
146100            WS-COUNT-D DELIMITED BY SIZE                          zbnkrsim
146200       INTO JOBSUM-REC.                                           zbnkrsim
146300     PERFORM JOBSUM-PUT.                                          zbnkrsim
146400     MOVE SPACES TO JOBSUM-REC.                                   zbnkrsim
146500     MOVE WS-CARDS-REJECTED TO WS-COUNT-D.                        zbnkrsim
146600     STRING 'What-if cards rejected: ' DELIMITED BY SIZE          zbnkrsim
146700            WS-COUNT-D DELIMITED BY SIZE                          zbnkrsim
146800       INTO JOBSUM-REC.                                           zbnkrsim
146900     PERFORM JOBSUM-PUT.                                          zbnkrsim
147000     MOVE SPACES TO JOBSUM-REC.                                   zbnkrsim
147100     MOVE WS-ACCOUNTS-READ TO WS-COUNT-D.                         zbnkrsim
147200     STRING 'Accounts read: ' DELIMITED BY SIZE                   zbnkrsim
147300            WS-COUNT-D DELIMITED BY SIZE                          zbnkrsim
147400       INTO JOBSUM-REC.                                           zbnkrsim
147500     PERFORM JOBSUM-PUT.                                          zbnkrsim
147600     MOVE SPACES TO JOBSUM-REC.                                   zbnkrsim
147700     MOVE WS-ACCOUNTS-AFFECTED TO WS-COUNT-D.                     zbnkrsim
147800     STRING 'Accounts affected: ' DELIMITED BY SIZE               zbnkrsim
147900            WS-COUNT-D DELIMITED BY SIZE                          zbnkrsim
148000       INTO JOBSUM-REC.                                           zbnkrsim
148100     PERFORM JOBSUM-PUT.                                          zbnkrsim
148200     MOVE SPACES TO JOBSUM-REC.                                   zbnkrsim
148300     MOVE WS-SNAPSHOTS-MISSING TO WS-COUNT-D.                     zbnkrsim
148400     STRING 'No roll-up, ledger balance: ' DELIMITED BY SIZE      zbnkrsim
148500            WS-COUNT-D DELIMITED BY SIZE                          zbnkrsim
148600       INTO JOBSUM-REC.                                           zbnkrsim
148700     PERFORM JOBSUM-PUT.                                          zbnkrsim
148800     MOVE SPACES TO JOBSUM-REC.                                   zbnkrsim
148900     MOVE WS-OVERRIDES-FOUND TO WS-COUNT-D.                       zbnkrsim
149000     STRING 'Shielded by rate override: ' DELIMITED BY SIZE       zbnkrsim
149100            WS-COUNT-D DELIMITED BY SIZE                          zbnkrsim
149200       INTO JOBSUM-REC.                                           zbnkrsim
149300     PERFORM JOBSUM-PUT.                                          zbnkrsim
149400     PERFORM JOBSUM-CLOSE.                                        zbnkrsim
149500     MOVE 'Job summary written to JOBSUM'                         zbnkrsim
149600       TO WS-CONSOLE-MESSAGE.                                     zbnkrsim
149700     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkrsim
149800                                                                  zbnkrsim
149900 JOBSUM-OPEN.                                                     zbnkrsim
150000     OPEN OUTPUT JOBSUM-FILE.                                     zbnkrsim
150100     IF WS-JOBSUM-STATUS = '00'                                   zbnkrsim
150200        MOVE 'JOBSUM file opened OK' TO WS-CONSOLE-MESSAGE        zbnkrsim
150300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrsim
150400     ELSE                                                         zbnkrsim
150500        MOVE 'JOBSUM file open failure...' TO WS-CONSOLE-MESSAGE  zbnkrsim
150600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrsim
150700        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkrsim
150800        PERFORM DISPLAY-IO-STATUS                                 zbnkrsim
150900        PERFORM ABORT-PROGRAM                                     zbnkrsim
151000     END-IF.                                                      zbnkrsim
151100                                                                  zbnkrsim
151200 JOBSUM-PUT.                                                      zbnkrsim
151300     WRITE JOBSUM-REC.                                            zbnkrsim
151400     IF WS-JOBSUM-STATUS NOT = '00'                               zbnkrsim
151500        MOVE 'JOBSUM Error writing file ...' TO WS-CONSOLE-MESSAGEzbnkrsim
151600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrsim
151700        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkrsim
151800        PERFORM DISPLAY-IO-STATUS                                 zbnkrsim
151900        PERFORM ABORT-PROGRAM                                     zbnkrsim
152000     END-IF.                                                      zbnkrsim
152100                                                                  zbnkrsim
152200 JOBSUM-CLOSE.                                                    zbnkrsim
152300     CLOSE JOBSUM-FILE.                                           zbnkrsim
152400     IF WS-JOBSUM-STATUS = '00'                                   zbnkrsim
152500        MOVE 'JOBSUM file closed OK' TO WS-CONSOLE-MESSAGE        zbnkrsim
152600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrsim
152700     ELSE                                                         zbnkrsim
152800        MOVE 'JOBSUM file close failure...' TO WS-CONSOLE-MESSAGE zbnkrsim
152900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrsim
153000        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkrsim
153100        PERFORM DISPLAY-IO-STATUS                                 zbnkrsim
153200        PERFORM ABORT-PROGRAM                                     zbnkrsim
153300     END-IF.                                                      zbnkrsim
153400                                                                  zbnkrsim
153500******************************************************************zbnkrsim
153600* Run-control hooks. The START call blocks this job when it has  *zbnkrsim
153700* already completed for the business date or a prerequisite has  *zbnkrsim
153800* not, and records the start on BNKRUNC; the END call records    *zbnkrsim
153900* the end time and return code. See URUNCTL.CBL.                 *zbnkrsim
154000******************************************************************zbnkrsim
154100 RUN-CONTROL-START.                                               zbnkrsim
154200     SET RUNCTL-START TO TRUE.                                    zbnkrsim
154300     MOVE 'ZBNKRSIM' TO RUNCTL-JOB.                               zbnkrsim
154400     MOVE ZERO TO RUNCTL-BUSDATE.                                 zbnkrsim
154500     MOVE ZERO TO RUNCTL-RETURN-CODE.                             zbnkrsim
154600     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkrsim
154700     IF RUNCTL-BLOCKED                                            zbnkrsim
154800        MOVE RUNCTL-REPLY-TEXT TO WS-CONSOLE-MESSAGE              zbnkrsim
154900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrsim
155000        MOVE 'Run control blocked this run' TO WS-CONSOLE-MESSAGE zbnkrsim
155100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrsim
155200        MOVE 8 TO RETURN-CODE                                     zbnkrsim
155300        GOBACK                                                    zbnkrsim
155400     END-IF.                                                      zbnkrsim
155500 RUN-CONTROL-START-EXIT.                                          zbnkrsim
155600     EXIT.                                                        zbnkrsim
155700                                                                  zbnkrsim
155800 RUN-CONTROL-END.                                                 zbnkrsim
155900     SET RUNCTL-END TO TRUE.                                      zbnkrsim
156000     MOVE RETURN-CODE TO RUNCTL-RETURN-CODE.                      zbnkrsim
156100     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkrsim
156200                                                                  zbnkrsim
156300******************************************************************zbnkrsim
156400* Display the file status bytes                                  *zbnkrsim
156500******************************************************************zbnkrsim
156600 DISPLAY-IO-STATUS.                                               zbnkrsim
156700     IF WS-IO-STATUS NUMERIC                                      zbnkrsim
156800        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkrsim
156900        STRING 'File status -' DELIMITED BY SIZE                  zbnkrsim
157000               WS-IO-STATUS DELIMITED BY SIZE                     zbnkrsim
157100          INTO WS-CONSOLE-MESSAGE                                 zbnkrsim
157200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrsim
157300     ELSE                                                         zbnkrsim
157400        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     zbnkrsim
157500        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    zbnkrsim
157600        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkrsim
157700        STRING 'File status -' DELIMITED BY SIZE                  zbnkrsim
157800               WS-IO-STAT1 DELIMITED BY SIZE                      zbnkrsim
157900               '/' DELIMITED BY SIZE                              zbnkrsim
158000               WS-TWO-BYTES DELIMITED BY SIZE                     zbnkrsim
158100          INTO WS-CONSOLE-MESSAGE                                 zbnkrsim
158200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrsim
158300     END-IF.                                                      zbnkrsim
158400                                                                  zbnkrsim
158500******************************************************************zbnkrsim
158600* 'ABORT' the program. Post a message and issue a goback         *zbnkrsim
158700******************************************************************zbnkrsim
158800 ABORT-PROGRAM.                                                   zbnkrsim
158900     IF WS-CONSOLE-MESSAGE NOT = SPACES                           zbnkrsim
159000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrsim
159100     END-IF.                                                      zbnkrsim
159200     MOVE 'Program is abending...' TO WS-CONSOLE-MESSAGE.         zbnkrsim
159300     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkrsim
159400     MOVE 16 TO RETURN-CODE.                                      zbnkrsim
159500     GOBACK.                                                      zbnkrsim
159600                                                                  zbnkrsim
159700******************************************************************zbnkrsim
159800* Display CONSOLE messages...                                    *zbnkrsim
159900******************************************************************zbnkrsim
160000 DISPLAY-CONSOLE-MESSAGE.                                         zbnkrsim
160100     DISPLAY 'ZBNKRSIM - ' WS-CONSOLE-MESSAGE                     zbnkrsim
160200       UPON CONSOLE.                                              zbnkrsim
160300     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       zbnkrsim
