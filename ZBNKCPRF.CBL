000100******************************************************************zbnkcprf
000200*                                                               * zbnkcprf
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * zbnkcprf
000400*   This demonstration program is provided for use by users     * zbnkcprf
000500*   of Micro Focus products and may be used, modified and       * zbnkcprf
000600*   distributed as part of your application provided that       * zbnkcprf
000700*   you properly acknowledge the copyright of Micro Focus       * zbnkcprf
000800*   in this material.                                           * zbnkcprf
000900*                                                               * zbnkcprf
001000******************************************************************zbnkcprf
001100                                                                  zbnkcprf
001200******************************************************************zbnkcprf
001300* ZBNKCPRF.CBL                                                   *zbnkcprf
001400* Function:    Monthly customer profitability report. For the    *zbnkcprf
001500*              month named in the parm (CCYYMM, default the      *zbnkcprf
001600*              month just ended) this job totals each account's  *zbnkcprf
001700*              fee income (ZBNKCHRG FEE postings), debit         *zbnkcprf
001800*              interest earned and credit interest paid          *zbnkcprf
001900*              (ZBNKINTR DBI/INT postings) and merchant fee      *zbnkcprf
002000*              income (grossed up from the ZBNKPOSP MST net      *zbnkcprf
002100*              settlements at the BNKMRCH fee rate), with the    *zbnkcprf
002200*              month's average balance from the BNKSNAP roll-up, *zbnkcprf
002300*              splits each account equally across its owners -   *zbnkcprf
002400*              the primary owner and any active BNKJOWN joint    *zbnkcprf
002500*              owners - and adds the loan interest ZBNKLNSV      *zbnkcprf
002600*              collected on each borrower's BNKLNSC instalments. *zbnkcprf
002700*              Income, interest cost and net contribution are    *zbnkcprf
002800*              reported per customer, rolled up by the           *zbnkcprf
002900*              customer's BCS-REC-BRANCH, with the top and       *zbnkcprf
003000*              bottom N customers by net contribution (N from    *zbnkcprf
003100*              the parm, default 10). The same figures go to     *zbnkcprf
003200*              the PROFOUT comma-separated extract for finance.  *zbnkcprf
003300******************************************************************zbnkcprf
003400 IDENTIFICATION DIVISION.                                         zbnkcprf
003500 PROGRAM-ID.                                                      zbnkcprf
003600     ZBNKCPRF.                                                    zbnkcprf
003700 DATE-WRITTEN.                                                    zbnkcprf
003800     October 2026.                                                zbnkcprf
003900 DATE-COMPILED.                                                   zbnkcprf
004000     Today.                                                       zbnkcprf
004100                                                                  zbnkcprf
004200 ENVIRONMENT DIVISION.                                            zbnkcprf
004300 INPUT-OUTPUT   SECTION.                                          zbnkcprf
004400   FILE-CONTROL.                                                  zbnkcprf
004500     SELECT ACCOUNT-FILE                                          zbnkcprf
004600            ASSIGN       TO BNKACCT                               zbnkcprf
004700            ORGANIZATION IS INDEXED                               zbnkcprf
004800            ACCESS MODE  IS SEQUENTIAL                            zbnkcprf
004900            RECORD KEY   IS BAC-REC-ACCNO                         zbnkcprf
005000            FILE STATUS  IS WS-ACCOUNT-STATUS.                    zbnkcprf
005100     SELECT JOWN-FILE                                             zbnkcprf
005200            ASSIGN       TO BNKJOWN                               zbnkcprf
005300            ORGANIZATION IS INDEXED                               zbnkcprf
005400            ACCESS MODE  IS DYNAMIC                               zbnkcprf
005500            RECORD KEY   IS JO-REC-KEY                            zbnkcprf
005600            FILE STATUS  IS WS-JOWN-STATUS.                       zbnkcprf
005700     SELECT TXN-FILE                                              zbnkcprf
005800            ASSIGN       TO BNKTXN                                zbnkcprf
005900            ORGANIZATION IS INDEXED                               zbnkcprf
006000            ACCESS MODE  IS DYNAMIC                               zbnkcprf
006100            RECORD KEY   IS BTX-REC-KEY                           zbnkcprf
006200            FILE STATUS  IS WS-TXN-STATUS.                        zbnkcprf
006300     SELECT SNAP-FILE                                             zbnkcprf
006400            ASSIGN       TO BNKSNAP                               zbnkcprf
006500            ORGANIZATION IS INDEXED                               zbnkcprf
006600            ACCESS MODE  IS RANDOM                                zbnkcprf
006700            RECORD KEY   IS SN-REC-KEY                            zbnkcprf
006800            FILE STATUS  IS WS-SNAP-STATUS.                       zbnkcprf
006900     SELECT MRCH-FILE                                             zbnkcprf
007000            ASSIGN       TO BNKMRCH                               zbnkcprf
007100            ORGANIZATION IS INDEXED                               zbnkcprf
007200            ACCESS MODE  IS SEQUENTIAL                            zbnkcprf
007300            RECORD KEY   IS MR-REC-MERCHANT-ID                    zbnkcprf
007400            FILE STATUS  IS WS-MRCH-STATUS.                       zbnkcprf
007500     SELECT LOANM-FILE                                            zbnkcprf
007600            ASSIGN       TO BNKLNMA                               zbnkcprf
007700            ORGANIZATION IS INDEXED                               zbnkcprf
007800            ACCESS MODE  IS SEQUENTIAL                            zbnkcprf
007900            RECORD KEY   IS LM-REC-KEY                            zbnkcprf
008000            FILE STATUS  IS WS-LOANM-STATUS.                      zbnkcprf
008100     SELECT LNSC-FILE                                             zbnkcprf
008200            ASSIGN       TO BNKLNSC                               zbnkcprf
008300            ORGANIZATION IS INDEXED                               zbnkcprf
008400            ACCESS MODE  IS DYNAMIC                               zbnkcprf
008500            RECORD KEY   IS LS-REC-KEY                            zbnkcprf
008600            FILE STATUS  IS WS-LNSC-STATUS.                       zbnkcprf
008700     SELECT CUSTOMER-FILE                                         zbnkcprf
008800            ASSIGN       TO BNKCUST                               zbnkcprf
008900            ORGANIZATION IS INDEXED                               zbnkcprf
009000            ACCESS MODE  IS RANDOM                                zbnkcprf
009100            RECORD KEY   IS BCS-REC-PID                           zbnkcprf
009200            FILE STATUS  IS WS-CUSTOMER-STATUS.                   zbnkcprf
009300     SELECT PRINTOUT-FILE                                         zbnkcprf
009400            ASSIGN       TO PRINTOUT                              zbnkcprf
009500            ORGANIZATION IS SEQUENTIAL                            zbnkcprf
009600            ACCESS MODE  IS SEQUENTIAL                            zbnkcprf
009700            FILE STATUS  IS WS-PRINTOUT-STATUS.                   zbnkcprf
009800     SELECT PROFOUT-FILE                                          zbnkcprf
009900            ASSIGN       TO PROFOUT                               zbnkcprf
010000            ORGANIZATION IS SEQUENTIAL                            zbnkcprf
010100            ACCESS MODE  IS SEQUENTIAL                            zbnkcprf
010200            FILE STATUS  IS WS-PROFOUT-STATUS.                    zbnkcprf
010300     SELECT JOBSUM-FILE                                           zbnkcprf
010400            ASSIGN       TO JOBSUM                                zbnkcprf
010500            ORGANIZATION IS SEQUENTIAL                            zbnkcprf
010600            ACCESS MODE  IS SEQUENTIAL                            zbnkcprf
010700            FILE STATUS  IS WS-JOBSUM-STATUS.                     zbnkcprf
010800                                                                  zbnkcprf
010900 DATA DIVISION.                                                   zbnkcprf
011000 FILE SECTION.                                                    zbnkcprf
011100                                                                  zbnkcprf
011200 FD  ACCOUNT-FILE.                                                zbnkcprf
011300 01  ACCOUNT-FILE-REC.                                            zbnkcprf
011400 COPY CBANKVAC.                                                   zbnkcprf
011500                                                                  zbnkcprf
011600 FD  JOWN-FILE.                                                   zbnkcprf
011700 01  JOWN-FILE-REC.                                               zbnkcprf
011800 COPY CBANKVJO.                                                   zbnkcprf
011900                                                                  zbnkcprf
012000 FD  TXN-FILE.                                                    zbnkcprf
012100 01  TXN-FILE-REC.                                                zbnkcprf
012200 COPY CBANKVTX.                                                   zbnkcprf
012300                                                                  zbnkcprf
012400 FD  SNAP-FILE.                                                   zbnkcprf
012500 01  SNAP-FILE-REC.                                               zbnkcprf
012600 COPY CBANKVSN.                                                   zbnkcprf
012700                                                                  zbnkcprf
012800 FD  MRCH-FILE.                                                   zbnkcprf
012900 01  MRCH-FILE-REC.                                               zbnkcprf
013000 COPY CBANKVMR.                                                   zbnkcprf
013100                                                                  zbnkcprf
013200 FD  LOANM-FILE.                                                  zbnkcprf
013300 01  LOANM-FILE-REC.                                              zbnkcprf
013400 COPY CBANKVLM.                                                   zbnkcprf
013500                                                                  zbnkcprf
013600 FD  LNSC-FILE.                                                   zbnkcprf
013700 01  LNSC-FILE-REC.                                               zbnkcprf
013800 COPY CBANKVLS.                                                   zbnkcprf
013900                                                                  zbnkcprf
014000 FD  CUSTOMER-FILE.                                               zbnkcprf
014100 01  CUSTOMER-FILE-REC.                                           zbnkcprf
014200 COPY CBANKVCS.                                                   zbnkcprf
014300                                                                  zbnkcprf
014400 FD  PRINTOUT-FILE.                                               zbnkcprf
014500 01  PRINTOUT-REC                      PIC X(121).                zbnkcprf
014600                                                                  zbnkcprf
014700 FD  PROFOUT-FILE.                                                zbnkcprf
014800 01  PROFOUT-REC                       PIC X(150).                zbnkcprf
014900                                                                  zbnkcprf
015000 FD  JOBSUM-FILE.                                                 zbnkcprf
015100 01  JOBSUM-REC                        PIC X(80).                 zbnkcprf
015200                                                                  zbnkcprf
015300 WORKING-STORAGE SECTION.                                         zbnkcprf
015400 01  WS-RUN-CONTROL.                                              zbnkcprf
015500 COPY CRUNCTLD.                                                   zbnkcprf
015600 01  WS-FILE-STATUSES.                                            zbnkcprf
015700   05  WS-ACCOUNT-STATUS.                                         zbnkcprf
015800     10  WS-ACCOUNT-STAT1               PIC X(1).                 zbnkcprf
015900     10  WS-ACCOUNT-STAT2               PIC X(1).                 zbnkcprf
016000   05  WS-JOWN-STATUS.                                            zbnkcprf
016100     10  WS-JOWN-STAT1                  PIC X(1).                 zbnkcprf
016200     10  WS-JOWN-STAT2                  PIC X(1).                 zbnkcprf
016300   05  WS-TXN-STATUS.                                             zbnkcprf
016400     10  WS-TXN-STAT1                   PIC X(1).                 zbnkcprf
016500     10  WS-TXN-STAT2                   PIC X(1).                 zbnkcprf
016600   05  WS-SNAP-STATUS.                                            zbnkcprf
016700     10  WS-SNAP-STAT1                  PIC X(1).                 zbnkcprf
016800     10  WS-SNAP-STAT2                  PIC X(1).                 zbnkcprf
016900   05  WS-MRCH-STATUS.                                            zbnkcprf
017000     10  WS-MRCH-STAT1                  PIC X(1).                 zbnkcprf
017100     10  WS-MRCH-STAT2                  PIC X(1).                 zbnkcprf
017200   05  WS-LOANM-STATUS.                                           zbnkcprf
017300     10  WS-LOANM-STAT1                 PIC X(1).                 zbnkcprf
017400     10  WS-LOANM-STAT2                 PIC X(1).                 zbnkcprf
017500   05  WS-LNSC-STATUS.                                            zbnkcprf
017600     10  WS-LNSC-STAT1                  PIC X(1).                 zbnkcprf
017700     10  WS-LNSC-STAT2                  PIC X(1).                 zbnkcprf
017800   05  WS-CUSTOMER-STATUS.                                        zbnkcprf
017900     10  WS-CUSTOMER-STAT1              PIC X(1).                 zbnkcprf
018000     10  WS-CUSTOMER-STAT2              PIC X(1).                 zbnkcprf
018100   05  WS-PRINTOUT-STATUS.                                        zbnkcprf
018200     10  WS-PRINTOUT-STAT1              PIC X(1).                 zbnkcprf
018300     10  WS-PRINTOUT-STAT2              PIC X(1).                 zbnkcprf
018400   05  WS-PROFOUT-STATUS.                                         zbnkcprf
018500     10  WS-PROFOUT-STAT1               PIC X(1).                 zbnkcprf
018600     10  WS-PROFOUT-STAT2               PIC X(1).                 zbnkcprf
018700   05  WS-JOBSUM-STATUS.                                          zbnkcprf
018800     10  WS-JOBSUM-STAT1                PIC X(1).                 zbnkcprf
018900     10  WS-JOBSUM-STAT2                PIC X(1).                 zbnkcprf
019000   05  WS-IO-STATUS.                                              zbnkcprf
019100     10  WS-IO-STAT1                   PIC X(1).                  zbnkcprf
019200     10  WS-IO-STAT2                   PIC X(1).                  zbnkcprf
019300                                                                  zbnkcprf
019400   05  WS-TWO-BYTES.                                              zbnkcprf
019500     10  WS-TWO-BYTES-LEFT             PIC X(1).                  zbnkcprf
019600     10  WS-TWO-BYTES-RIGHT            PIC X(1).                  zbnkcprf
019700   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 zbnkcprf
019800                                      PIC 9(1) COMP.              zbnkcprf
019900                                                                  zbnkcprf
020000 01  WS-CONSOLE-MESSAGE                    PIC X(48).             zbnkcprf
020100                                                                  zbnkcprf
020200 01  WS-DATE-WORK-AREA.                                           zbnkcprf
020300 COPY CDATED.                                                     zbnkcprf
020400                                                                  zbnkcprf
020500 01  WS-TODAY-DATE-N                       PIC 9(8).              zbnkcprf
020600 01  WS-TODAY-DATE-PARTS REDEFINES WS-TODAY-DATE-N.               zbnkcprf
020700     05  WS-TODAY-CCYY                     PIC 9(4).              zbnkcprf
020800     05  WS-TODAY-MM                       PIC 9(2).              zbnkcprf
020900     05  WS-TODAY-DD                       PIC 9(2).              zbnkcprf
021000 01  WS-RUN-DATE-DISPLAY                   PIC X(11).             zbnkcprf
021100 01  WS-RUN-TIME-8                         PIC 9(8).              zbnkcprf
021200 01  WS-RUN-TIME                           PIC X(6).              zbnkcprf
021300                                                                  zbnkcprf
021400******************************************************************zbnkcprf
021500* The month reported on and the length of the top/bottom lists.  *zbnkcprf
021600* The parm is CCYYMM, optionally followed by a space and a two-  *zbnkcprf
021700* digit list length.                                             *zbnkcprf
021800******************************************************************zbnkcprf
021900 01  WS-REPORT-MONTH                       PIC 9(6).              zbnkcprf
022000 01  WS-REPORT-MONTH-PARTS REDEFINES WS-REPORT-MONTH.             zbnkcprf
022100     05  WS-REPORT-CCYY                    PIC 9(4).              zbnkcprf
022200     05  WS-REPORT-MM                      PIC 9(2).              zbnkcprf
022300 01  WS-PARM-MONTH-X                       PIC X(6).              zbnkcprf
022400 01  WS-PARM-MONTH-N REDEFINES WS-PARM-MONTH-X                    zbnkcprf
022500                                           PIC 9(6).              zbnkcprf
022600 01  WS-PARM-LIST-X                        PIC X(2).              zbnkcprf
022700 01  WS-PARM-LIST-N REDEFINES WS-PARM-LIST-X                      zbnkcprf
022800                                           PIC 9(2).              zbnkcprf
022900 01  WS-LIST-LENGTH                        PIC 9(2) VALUE 10.     zbnkcprf
023000 01  WS-SNAP-ROLLUP-DATE                   PIC 9(8).              zbnkcprf
023100                                                                  zbnkcprf
023200******************************************************************zbnkcprf
023300* BNKTXN carries its posting date in display form; it is         *zbnkcprf
023400* resolved to CCYYMMDD against the month table to test it        *zbnkcprf
023500* against the report month.                                      *zbnkcprf
023600******************************************************************zbnkcprf
023700 01  WS-CONV-DATE-11                       PIC X(11).             zbnkcprf
023800 01  WS-CONV-DATE-N                        PIC 9(8).              zbnkcprf
023900 01  WS-CONV-DATE-PARTS REDEFINES WS-CONV-DATE-N.                 zbnkcprf
024000     05  WS-CONV-CCYYMM                    PIC 9(6).              zbnkcprf
024100     05  FILLER                            PIC 9(2).              zbnkcprf
024200 01  WS-CONV-DATE-PARTS-2 REDEFINES WS-CONV-DATE-N.               zbnkcprf
024300     05  WS-CONV-CCYY                      PIC 9(4).              zbnkcprf
024400     05  WS-CONV-MM                        PIC 9(2).              zbnkcprf
024500     05  WS-CONV-DD                        PIC 9(2).              zbnkcprf
024600 01  WS-CONV-MMM-SEARCH                    PIC X(3).              zbnkcprf
024700 01  WS-MONTH-SUB                          PIC 9(2) COMP.         zbnkcprf
024800 01  WS-MONTH-NAMES.                                              zbnkcprf
024900     05  FILLER                            PIC X(3) VALUE 'JAN'.  zbnkcprf
025000     05  FILLER                            PIC X(3) VALUE 'FEB'.  zbnkcprf
025100     05  FILLER                            PIC X(3) VALUE 'MAR'.  zbnkcprf
025200     05  FILLER                            PIC X(3) VALUE 'APR'.  zbnkcprf
025300     05  FILLER                            PIC X(3) VALUE 'MAY'.  zbnkcprf
025400     05  FILLER                            PIC X(3) VALUE 'JUN'.  zbnkcprf
025500     05  FILLER                            PIC X(3) VALUE 'JUL'.  zbnkcprf
025600     05  FILLER                            PIC X(3) VALUE 'AUG'.  zbnkcprf
025700     05  FILLER                            PIC X(3) VALUE 'SEP'.  zbnkcprf
025800     05  FILLER                            PIC X(3) VALUE 'OCT'.  zbnkcprf
025900     05  FILLER                            PIC X(3) VALUE 'NOV'.  zbnkcprf
026000     05  FILLER                            PIC X(3) VALUE 'DEC'.  zbnkcprf
026100 01  WS-MONTH-NAME-TBL REDEFINES WS-MONTH-NAMES                   zbnkcprf
026200                                      PIC X(3) OCCURS 12 TIMES.   zbnkcprf
026300                                                                  zbnkcprf
026400******************************************************************zbnkcprf
026500* Merchant settlement accounts and their fee rates, loaded from  *zbnkcprf
026600* BNKMRCH. ZBNKPOSP credits the settlement account net of the    *zbnkcprf
026700* fee, so the fee kept is net x rate / (1 - rate).               *zbnkcprf
026800******************************************************************zbnkcprf
026900 01  WS-MERCHANT-TABLE.                                           zbnkcprf
027000   05  WS-MRC-COUNT                        PIC 9(4) VALUE ZERO.   zbnkcprf
027100   05  WS-MRC-ENTRY OCCURS 500 TIMES                              zbnkcprf
027200       INDEXED BY MRC-IDX.                                        zbnkcprf
027300     10  WS-MRC-ACCNO                      PIC X(9).              zbnkcprf
027400     10  WS-MRC-FEE-RATE                   PIC V9(4).             zbnkcprf
027500 01  WS-END-OF-MRCH                        PIC X(3) VALUE 'NO '.  zbnkcprf
027600                                                                  zbnkcprf
027700******************************************************************zbnkcprf
027800* Customer accumulation table. Each customer's share of every    *zbnkcprf
027900* account's income and cost is totalled here - equal shares      *zbnkcprf
028000* across the owners of a joint account - plus the interest on    *zbnkcprf
028100* the customer's own loans.                                      *zbnkcprf
028200******************************************************************zbnkcprf
028300 01  WS-CUSTOMER-TABLE.                                           zbnkcprf
028400   05  WS-CUS-COUNT                        PIC 9(4) VALUE ZERO.   zbnkcprf
028500   05  WS-CUS-ENTRY OCCURS 2000 TIMES                             zbnkcprf
028600       INDEXED BY CUS-IDX.                                        zbnkcprf
028700     10  WS-CUS-PID                        PIC X(5).              zbnkcprf
028800     10  WS-CUS-BRANCH                     PIC X(3).              zbnkcprf
028900     10  WS-CUS-AVG-BAL                    PIC S9(11)V99 COMP-3.  zbnkcprf
029000     10  WS-CUS-FEE-INC                    PIC S9(9)V99 COMP-3.   zbnkcprf
029100     10  WS-CUS-INT-INC                    PIC S9(9)V99 COMP-3.   zbnkcprf
029200     10  WS-CUS-LOAN-INC                   PIC S9(9)V99 COMP-3.   zbnkcprf
029300     10  WS-CUS-MERCH-INC                  PIC S9(9)V99 COMP-3.   zbnkcprf
029400     10  WS-CUS-INT-COST                   PIC S9(9)V99 COMP-3.   zbnkcprf
029500     10  WS-CUS-NET                        PIC S9(9)V99 COMP-3.   zbnkcprf
029600     10  WS-CUS-TOP-SW                     PIC X(1).              zbnkcprf
029700     10  WS-CUS-BOTTOM-SW                  PIC X(1).              zbnkcprf
029800                                                                  zbnkcprf
029900******************************************************************zbnkcprf
030000* Branch roll-up of the customer figures.                        *zbnkcprf
030100******************************************************************zbnkcprf
030200 01  WS-BRANCH-TABLE.                                             zbnkcprf
030300   05  WS-BRN-COUNT                        PIC 9(2) VALUE ZERO.   zbnkcprf
030400   05  WS-BRN-ENTRY OCCURS 20 TIMES                               zbnkcprf
030500       INDEXED BY BRN-IDX.                                        zbnkcprf
030600     10  WS-BRN-CODE                       PIC X(3).              zbnkcprf
030700     10  WS-BRN-CUSTOMERS                  PIC 9(5).              zbnkcprf
030800     10  WS-BRN-AVG-BAL                    PIC S9(11)V99 COMP-3.  zbnkcprf
030900     10  WS-BRN-INCOME                     PIC S9(11)V99 COMP-3.  zbnkcprf
031000     10  WS-BRN-INT-COST                   PIC S9(11)V99 COMP-3.  zbnkcprf
031100     10  WS-BRN-NET                        PIC S9(11)V99 COMP-3.  zbnkcprf
031200                                                                  zbnkcprf
031300******************************************************************zbnkcprf
031400* One account's month, and each owner's equal share of it.       *zbnkcprf
031500******************************************************************zbnkcprf
031600 01  WS-ACC-AVG-BAL                        PIC S9(9)V99 COMP-3.   zbnkcprf
031700 01  WS-ACC-FEE-INC                        PIC S9(9)V99 COMP-3.   zbnkcprf
031800 01  WS-ACC-INT-INC                        PIC S9(9)V99 COMP-3.   zbnkcprf
031900 01  WS-ACC-MERCH-INC                      PIC S9(9)V99 COMP-3.   zbnkcprf
032000 01  WS-ACC-INT-COST                       PIC S9(9)V99 COMP-3.   zbnkcprf
032100 01  WS-ACC-MERCH-RATE                     PIC V9(4).             zbnkcprf
032200 01  WS-SHR-AVG-BAL                        PIC S9(9)V99 COMP-3.   zbnkcprf
032300 01  WS-SHR-FEE-INC                        PIC S9(9)V99 COMP-3.   zbnkcprf
032400 01  WS-SHR-INT-INC                        PIC S9(9)V99 COMP-3.   zbnkcprf
032500 01  WS-SHR-MERCH-INC                      PIC S9(9)V99 COMP-3.   zbnkcprf
032600 01  WS-SHR-INT-COST                       PIC S9(9)V99 COMP-3.   zbnkcprf
032700 01  WS-SHR-LOAN-INC                       PIC S9(9)V99 COMP-3.   zbnkcprf
032800 01  WS-END-OF-TXN                         PIC X(3).              zbnkcprf
032900                                                                  zbnkcprf
033000 01  WS-OWNER-PIDS.                                               zbnkcprf
033100   05  WS-OWNER-PID                        PIC X(5)               zbnkcprf
033200       OCCURS 5 TIMES.                                            zbnkcprf
033300 01  WS-OWNER-COUNT                        PIC 9(1).              zbnkcprf
033400 01  WS-OWNER-SUB                          PIC 9(1).              zbnkcprf
033500 01  WS-END-OF-JOWN                        PIC X(3).              zbnkcprf
033600 01  WS-TALLY-PID                          PIC X(5).              zbnkcprf
033700 01  WS-TABLE-OVERFLOWED                   PIC X(1) VALUE 'N'.    zbnkcprf
033800                                                                  zbnkcprf
033900 01  WS-END-OF-LOANM                       PIC X(3) VALUE 'NO '.  zbnkcprf
034000 01  WS-END-OF-LNSC                        PIC X(3).              zbnkcprf
034100 01  WS-PAID-MONTH                         PIC 9(6).              zbnkcprf
034200                                                                  zbnkcprf
034300******************************************************************zbnkcprf
034400* Top/bottom selection work fields.                              *zbnkcprf
034500******************************************************************zbnkcprf
034600 01  WS-RANK                               PIC 9(2).              zbnkcprf
034700 01  WS-RANK-D                             PIC Z9.                zbnkcprf
034800 01  WS-BEST-IDX                           PIC 9(4) COMP.         zbnkcprf
034900 01  WS-BEST-NET                           PIC S9(9)V99 COMP-3.   zbnkcprf
035000 01  WS-SCAN-IDX                           PIC 9(4) COMP.         zbnkcprf
035100                                                                  zbnkcprf
035200 01  WS-TOTAL-INCOME                       PIC S9(13)V99 COMP-3   zbnkcprf
035300     VALUE ZERO.                                                  zbnkcprf
035400 01  WS-TOTAL-INT-COST                     PIC S9(13)V99 COMP-3   zbnkcprf
035500     VALUE ZERO.                                                  zbnkcprf
035600 01  WS-TOTAL-NET                          PIC S9(13)V99 COMP-3   zbnkcprf
035700     VALUE ZERO.                                                  zbnkcprf
035800 01  WS-CUS-INCOME                         PIC S9(9)V99 COMP-3.   zbnkcprf
035900 01  WS-TOT-D                          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-. zbnkcprf
036000 01  WS-TOT-D-2                        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-. zbnkcprf
036100 01  WS-TOT-D-3                        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-. zbnkcprf
036200 01  WS-AMT-D                              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.zbnkcprf
036300                                                                  zbnkcprf
036400 01  WS-DETAIL-LINE.                                              zbnkcprf
036500     05  WS-DET-PID                        PIC X(5).              zbnkcprf
036600     05  FILLER                            PIC X(2) VALUE SPACES. zbnkcprf
036700     05  WS-DET-BRANCH                     PIC X(3).              zbnkcprf
036800     05  FILLER                            PIC X(1) VALUE SPACES. zbnkcprf
036900     05  WS-DET-AVG-BAL                    PIC ZZZ,ZZZ,ZZ9.99-.   zbnkcprf
037000     05  WS-DET-FEE-INC                    PIC ZZZ,ZZZ,ZZ9.99-.   zbnkcprf
037100     05  WS-DET-INT-INC                    PIC ZZZ,ZZZ,ZZ9.99-.   zbnkcprf
037200     05  WS-DET-LOAN-INC                   PIC ZZZ,ZZZ,ZZ9.99-.   zbnkcprf
037300     05  WS-DET-MERCH-INC                  PIC ZZZ,ZZZ,ZZ9.99-.   zbnkcprf
037400     05  WS-DET-INT-COST                   PIC ZZZ,ZZZ,ZZ9.99-.   zbnkcprf
037500     05  WS-DET-NET                        PIC ZZZ,ZZZ,ZZ9.99-.   zbnkcprf
037600                                                                  zbnkcprf
037700 01  WS-CSV-AMOUNTS.                                              zbnkcprf
037800     05  WS-CSV-AVG-BAL                    PIC -(10)9.99.         zbnkcprf
037900     05  WS-CSV-FEE-INC                    PIC -(8)9.99.          zbnkcprf
038000     05  WS-CSV-INT-INC                    PIC -(8)9.99.          zbnkcprf
038100     05  WS-CSV-LOAN-INC                   PIC -(8)9.99.          zbnkcprf
038200     05  WS-CSV-MERCH-INC                  PIC -(8)9.99.          zbnkcprf
038300     05  WS-CSV-INT-COST                   PIC -(8)9.99.          zbnkcprf
038400     05  WS-CSV-NET                        PIC -(10)9.99.         zbnkcprf
038500     05  WS-CSV-INCOME                     PIC -(10)9.99.         zbnkcprf
038600     05  WS-CSV-COST                       PIC -(10)9.99.         zbnkcprf
038700                                                                  zbnkcprf
038800 01  WS-REPORT-LINE                        PIC X(121).            zbnkcprf
038900                                                                  zbnkcprf
039000******************************************************************zbnkcprf
039100* Run counters, reported on the job summary at the end of the    *zbnkcprf
039200* run.                                                           *zbnkcprf
039300******************************************************************zbnkcprf
039400 01  WS-ACCOUNTS-AGGREGATED                PIC 9(5) VALUE ZERO.   zbnkcprf
039500 01  WS-POSTINGS-COUNTED                   PIC 9(7) VALUE ZERO.   zbnkcprf
039600 01  WS-INSTALMENTS-COUNTED                PIC 9(7) VALUE ZERO.   zbnkcprf
039700 01  WS-CUSTOMERS-REPORTED                 PIC 9(4) VALUE ZERO.   zbnkcprf
039800 01  WS-EXTRACT-RECORDS                    PIC 9(5) VALUE ZERO.   zbnkcprf
039900                                                                  zbnkcprf
040000 01  WS-END-OF-ACCOUNT                     PIC X(3) VALUE 'NO '.  zbnkcprf
040100                                                                  zbnkcprf
040200 LINKAGE SECTION.                                                 zbnkcprf
040300 01  LK-EXEC-PARM.                                                zbnkcprf
040400   05  LK-EXEC-PARM-LL                     PIC S9(4) COMP.        zbnkcprf
040500   05  LK-EXEC-PARM-DATA                   PIC X(16).             zbnkcprf
040600                                                                  zbnkcprf
040700 PROCEDURE DIVISION USING LK-EXEC-PARM.                           zbnkcprf
040800                                                                  zbnkcprf
040900     PERFORM RUN-CONTROL-START                                    zbnkcprf
041000         THRU RUN-CONTROL-START-EXIT.                             zbnkcprf
041100     PERFORM GET-RUN-DATE.                                        zbnkcprf
041200     PERFORM GET-REPORT-MONTH                                     zbnkcprf
041300         THRU GET-REPORT-MONTH-EXIT.                              zbnkcprf
041400                                                                  zbnkcprf
041500     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           zbnkcprf
041600     STRING 'Customer profitability for ' DELIMITED BY SIZE       zbnkcprf
041700            WS-REPORT-MONTH DELIMITED BY SIZE                     zbnkcprf
041800       INTO WS-CONSOLE-MESSAGE.                                   zbnkcprf
041900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkcprf
042000                                                                  zbnkcprf
042100     PERFORM ACCOUNT-OPEN.                                        zbnkcprf
042200     PERFORM JOWN-OPEN.                                           zbnkcprf
042300     PERFORM TXN-OPEN.                                            zbnkcprf
042400     PERFORM SNAP-OPEN.                                           zbnkcprf
042500     PERFORM MRCH-OPEN.                                           zbnkcprf
042600     PERFORM LOANM-OPEN.                                          zbnkcprf
042700     PERFORM LNSC-OPEN.                                           zbnkcprf
042800     PERFORM CUSTOMER-OPEN.                                       zbnkcprf
042900     PERFORM PRINTOUT-OPEN.                                       zbnkcprf
043000     PERFORM PROFOUT-OPEN.                                        zbnkcprf
043100                                                                  zbnkcprf
043200     PERFORM MRCH-GET.                                            zbnkcprf
043300     PERFORM LOAD-ONE-MERCHANT                                    zbnkcprf
043400         UNTIL WS-END-OF-MRCH = 'YES'.                            zbnkcprf
043500     PERFORM ACCOUNT-GET.                                         zbnkcprf
043600     PERFORM AGGREGATE-ONE-ACCOUNT                                zbnkcprf
043700         THRU AGGREGATE-ONE-ACCOUNT-EXIT                          zbnkcprf
043800             UNTIL WS-END-OF-ACCOUNT = 'YES'.                     zbnkcprf
043900     PERFORM LOANM-GET.                                           zbnkcprf
044000     PERFORM AGGREGATE-ONE-LOAN                                   zbnkcprf
044100         THRU AGGREGATE-ONE-LOAN-EXIT                             zbnkcprf
044200             UNTIL WS-END-OF-LOANM = 'YES'.                       zbnkcprf
044300                                                                  zbnkcprf
044400     PERFORM WRITE-REPORT-HEADING.                                zbnkcprf
044500     PERFORM REPORT-ONE-CUSTOMER                                  zbnkcprf
044600         VARYING CUS-IDX FROM 1 BY 1                              zbnkcprf
044700           UNTIL CUS-IDX IS GREATER THAN WS-CUS-COUNT.            zbnkcprf
044800     PERFORM WRITE-REPORT-TOTALS                                  zbnkcprf
044900         THRU WRITE-REPORT-TOTALS-EXIT.                           zbnkcprf
045000     PERFORM WRITE-TOP-AND-BOTTOM                                 zbnkcprf
045100         THRU WRITE-TOP-AND-BOTTOM-EXIT.                          zbnkcprf
045200                                                                  zbnkcprf
045300     PERFORM ACCOUNT-CLOSE.                                       zbnkcprf
045400     PERFORM JOWN-CLOSE.                                          zbnkcprf
045500     PERFORM TXN-CLOSE.                                           zbnkcprf
045600     PERFORM SNAP-CLOSE.                                          zbnkcprf
045700     PERFORM MRCH-CLOSE.                                          zbnkcprf
045800     PERFORM LOANM-CLOSE.                                         zbnkcprf
045900     PERFORM LNSC-CLOSE.                                          zbnkcprf
046000     PERFORM CUSTOMER-CLOSE.                                      zbnkcprf
046100     PERFORM PRINTOUT-CLOSE.                                      zbnkcprf
046200     PERFORM PROFOUT-CLOSE.                                       zbnkcprf
046300                                                                  zbnkcprf
046400     PERFORM PRINT-JOB-SUMMARY.                                   zbnkcprf
046500                                                                  zbnkcprf
046600     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     zbnkcprf
046700     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkcprf
046800     IF WS-TABLE-OVERFLOWED = 'Y'                                 zbnkcprf
046900        MOVE 4 TO RETURN-CODE                                     zbnkcprf
047000     ELSE                                                         zbnkcprf
047100        MOVE 0 TO RETURN-CODE                                     zbnkcprf
047200     END-IF.                                                      zbnkcprf
047300     PERFORM RUN-CONTROL-END.                                     zbnkcprf
047400     GOBACK.                                                      zbnkcprf
047500                                                                  zbnkcprf
047600******************************************************************zbnkcprf
047700* GET-RUN-DATE                                                   *zbnkcprf
047800* Obtains today's date, in both numeric and display form, and    *zbnkcprf
047900* the current time.                                              *zbnkcprf
048000******************************************************************zbnkcprf
048100 GET-RUN-DATE.                                                    zbnkcprf
048200     ACCEPT WS-TODAY-DATE-N FROM DATE YYYYMMDD.                   zbnkcprf
048300     MOVE SPACES TO DD-INPUT-TYPE.                                zbnkcprf
048400     SET DDI-ISO TO TRUE.                                         zbnkcprf
048500     MOVE SPACES TO DDI-DATA.                                     zbnkcprf
048600     STRING WS-TODAY-CCYY DELIMITED BY SIZE                       zbnkcprf
048700            '-'           DELIMITED BY SIZE                       zbnkcprf
048800            WS-TODAY-MM   DELIMITED BY SIZE                       zbnkcprf
048900            '-'           DELIMITED BY SIZE                       zbnkcprf
049000            WS-TODAY-DD   DELIMITED BY SIZE                       zbnkcprf
049100       INTO DDI-DATA.                                             zbnkcprf
049200     MOVE SPACES TO DD-OUTPUT-TYPE.                               zbnkcprf
049300     SET DDO-DD-MMM-YYYY TO TRUE.                                 zbnkcprf
049400     SET DD-ENV-NULL TO TRUE.                                     zbnkcprf
049500     CALL 'UDATECNV' USING WS-DATE-WORK-AREA.                     zbnkcprf
049600     MOVE DDO-DATA TO WS-RUN-DATE-DISPLAY.                        zbnkcprf
049700     ACCEPT WS-RUN-TIME-8 FROM TIME.                              zbnkcprf
049800     MOVE WS-RUN-TIME-8(1:6) TO WS-RUN-TIME.                      zbnkcprf
049900 GET-RUN-DATE-EXIT.                                               zbnkcprf
050000     EXIT.                                                        zbnkcprf
050100                                                                  zbnkcprf
050200******************************************************************zbnkcprf
050300* GET-REPORT-MONTH                                               *zbnkcprf
050400* The month from the parm, or the month before today's. A parm   *zbnkcprf
050500* that is not a month ends the run with return code 8.           *zbnkcprf
050600******************************************************************zbnkcprf
050700 GET-REPORT-MONTH.                                                zbnkcprf
050800     MOVE WS-TODAY-CCYY TO WS-REPORT-CCYY.                        zbnkcprf
050900     MOVE WS-TODAY-MM TO WS-REPORT-MM.                            zbnkcprf
051000     IF WS-REPORT-MM IS EQUAL TO 1                                zbnkcprf
051100        MOVE 12 TO WS-REPORT-MM                                   zbnkcprf
051200        SUBTRACT 1 FROM WS-REPORT-CCYY                            zbnkcprf
051300     ELSE                                                         zbnkcprf
051400        SUBTRACT 1 FROM WS-REPORT-MM                              zbnkcprf
051500     END-IF.                                                      zbnkcprf
051600     IF LK-EXEC-PARM-LL IS NOT GREATER THAN ZERO                  zbnkcprf
051700        GO TO GET-REPORT-MONTH-DONE                               zbnkcprf
051800     END-IF.                                                      zbnkcprf
051900     MOVE LK-EXEC-PARM-DATA (1:6) TO WS-PARM-MONTH-X.             zbnkcprf
052000     IF WS-PARM-MONTH-X IS NOT NUMERIC OR                         zbnkcprf
052100        WS-PARM-MONTH-N (5:2) IS LESS THAN '01' OR                zbnkcprf
052200        WS-PARM-MONTH-N (5:2) IS GREATER THAN '12'                zbnkcprf
052300        MOVE 'Parm needs a CCYYMM month' TO WS-CONSOLE-MESSAGE    zbnkcprf
052400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcprf
052500        MOVE 8 TO RETURN-CODE                                     zbnkcprf
052600        PERFORM RUN-CONTROL-END                                   zbnkcprf
052700        GOBACK                                                    zbnkcprf
052800     END-IF.                                                      zbnkcprf
052900     MOVE WS-PARM-MONTH-N TO WS-REPORT-MONTH.                     zbnkcprf
053000     IF LK-EXEC-PARM-LL IS GREATER THAN 8                         zbnkcprf
053100        MOVE LK-EXEC-PARM-DATA (8:2) TO WS-PARM-LIST-X            zbnkcprf
053200        IF WS-PARM-LIST-X IS NUMERIC AND                          zbnkcprf
053300           WS-PARM-LIST-N IS GREATER THAN ZERO AND                zbnkcprf
053400           WS-PARM-LIST-N IS LESS THAN 51                         zbnkcprf
053500           MOVE WS-PARM-LIST-N TO WS-LIST-LENGTH                  zbnkcprf
053600        END-IF                                                    zbnkcprf
053700     END-IF.                                                      zbnkcprf
053800 GET-REPORT-MONTH-DONE.                                           zbnkcprf
053900     COMPUTE WS-SNAP-ROLLUP-DATE = WS-REPORT-MONTH * 100.         zbnkcprf
054000 GET-REPORT-MONTH-EXIT.                                           zbnkcprf
054100     EXIT.                                                        zbnkcprf
054200                                                                  zbnkcprf
054300 LOAD-ONE-MERCHANT.                                               zbnkcprf
054400     IF WS-MRC-COUNT IS LESS THAN 500                             zbnkcprf
054500        ADD 1 TO WS-MRC-COUNT                                     zbnkcprf
054600        SET MRC-IDX TO WS-MRC-COUNT                               zbnkcprf
054700        MOVE MR-REC-SETTLE-ACCNO TO WS-MRC-ACCNO (MRC-IDX)        zbnkcprf
054800        MOVE MR-REC-FEE-RATE TO WS-MRC-FEE-RATE (MRC-IDX)         zbnkcprf
054900     ELSE                                                         zbnkcprf
055000        PERFORM NOTE-TABLE-OVERFLOW                               zbnkcprf
055100     END-IF.                                                      zbnkcprf
055200     PERFORM MRCH-GET.                                            zbnkcprf
055300                                                                  zbnkcprf
055400******************************************************************zbnkcprf
055500* AGGREGATE-ONE-ACCOUNT                                          *zbnkcprf
055600* Totals the account's income and interest cost for the month    *zbnkcprf
055700* from its BNKTXN postings, takes the month's average balance    *zbnkcprf
055800* from the BNKSNAP roll-up, and splits the lot equally across    *zbnkcprf
055900* the account's owners.                                          *zbnkcprf
056000******************************************************************zbnkcprf
056100 AGGREGATE-ONE-ACCOUNT.                                           zbnkcprf
056200     MOVE ZERO TO WS-ACC-AVG-BAL.                                 zbnkcprf
056300     MOVE ZERO TO WS-ACC-FEE-INC.                                 zbnkcprf
056400     MOVE ZERO TO WS-ACC-INT-INC.                                 zbnkcprf
056500     MOVE ZERO TO WS-ACC-MERCH-INC.                               zbnkcprf
056600     MOVE ZERO TO WS-ACC-INT-COST.                                zbnkcprf
056700     MOVE ZERO TO WS-SHR-LOAN-INC.                                zbnkcprf
056800     MOVE ZERO TO WS-ACC-MERCH-RATE.                              zbnkcprf
056900     SET MRC-IDX TO 1.                                            zbnkcprf
057000     SEARCH WS-MRC-ENTRY                                          zbnkcprf
057100       AT END                                                     zbnkcprf
057200         CONTINUE                                                 zbnkcprf
057300       WHEN MRC-IDX IS GREATER THAN WS-MRC-COUNT                  zbnkcprf
057400         CONTINUE                                                 zbnkcprf
057500       WHEN WS-MRC-ACCNO (MRC-IDX) IS EQUAL TO BAC-REC-ACCNO      zbnkcprf
057600         MOVE WS-MRC-FEE-RATE (MRC-IDX) TO WS-ACC-MERCH-RATE      zbnkcprf
057700     END-SEARCH.                                                  zbnkcprf
057800     MOVE BAC-REC-ACCNO TO SN-REC-ACCNO.                          zbnkcprf
057900     MOVE WS-SNAP-ROLLUP-DATE TO SN-REC-DATE.                     zbnkcprf
058000     READ SNAP-FILE.                                              zbnkcprf
058100     IF WS-SNAP-STATUS = '00'                                     zbnkcprf
058200        MOVE SN-REC-AVG-BALANCE TO WS-ACC-AVG-BAL                 zbnkcprf
058300     END-IF.                                                      zbnkcprf
058400     PERFORM TOTAL-ACCOUNT-POSTINGS                               zbnkcprf
058500         THRU TOTAL-ACCOUNT-POSTINGS-EXIT.                        zbnkcprf
058600     IF WS-ACC-AVG-BAL IS EQUAL TO ZERO AND                       zbnkcprf
058700        WS-ACC-FEE-INC IS EQUAL TO ZERO AND                       zbnkcprf
058800        WS-ACC-INT-INC IS EQUAL TO ZERO AND                       zbnkcprf
058900        WS-ACC-MERCH-INC IS EQUAL TO ZERO AND                     zbnkcprf
059000        WS-ACC-INT-COST IS EQUAL TO ZERO                          zbnkcprf
059100        GO TO AGGREGATE-ONE-ACCOUNT-NEXT                          zbnkcprf
059200     END-IF.                                                      zbnkcprf
059300     ADD 1 TO WS-ACCOUNTS-AGGREGATED.                             zbnkcprf
059400     PERFORM COLLECT-ACCOUNT-OWNERS                               zbnkcprf
059500         THRU COLLECT-ACCOUNT-OWNERS-EXIT.                        zbnkcprf
059600     COMPUTE WS-SHR-AVG-BAL ROUNDED =                             zbnkcprf
059700         WS-ACC-AVG-BAL / WS-OWNER-COUNT.                         zbnkcprf
059800     COMPUTE WS-SHR-FEE-INC ROUNDED =                             zbnkcprf
059900         WS-ACC-FEE-INC / WS-OWNER-COUNT.                         zbnkcprf
060000     COMPUTE WS-SHR-INT-INC ROUNDED =                             zbnkcprf
060100         WS-ACC-INT-INC / WS-OWNER-COUNT.                         zbnkcprf
060200     COMPUTE WS-SHR-MERCH-INC ROUNDED =                           zbnkcprf
060300         WS-ACC-MERCH-INC / WS-OWNER-COUNT.                       zbnkcprf
060400     COMPUTE WS-SHR-INT-COST ROUNDED =                            zbnkcprf
060500         WS-ACC-INT-COST / WS-OWNER-COUNT.                        zbnkcprf
060600     PERFORM TALLY-EACH-OWNER                                     zbnkcprf
060700         THRU TALLY-EACH-OWNER-EXIT                               zbnkcprf
060800         VARYING WS-OWNER-SUB FROM 1 BY 1                         zbnkcprf
060900           UNTIL WS-OWNER-SUB IS GREATER THAN WS-OWNER-COUNT.     zbnkcprf
061000 AGGREGATE-ONE-ACCOUNT-NEXT.                                      zbnkcprf
061100     PERFORM ACCOUNT-GET.                                         zbnkcprf
061200 AGGREGATE-ONE-ACCOUNT-EXIT.                                      zbnkcprf
061300     EXIT.                                                        zbnkcprf
061400                                                                  zbnkcprf
061500******************************************************************zbnkcprf
061600* TOTAL-ACCOUNT-POSTINGS                                         *zbnkcprf
061700* Browse the account's postings, keeping the report month's      *zbnkcprf
061800* service charges (FEE), debit interest (DBI), credit interest   *zbnkcprf
061900* (INT) and merchant settlements (MST). Signed amounts are       *zbnkcprf
062000* summed, so a reversal nets off the posting it reverses.        *zbnkcprf
062100******************************************************************zbnkcprf
062200 TOTAL-ACCOUNT-POSTINGS.                                          zbnkcprf
062300     MOVE LOW-VALUES TO BTX-REC-KEY.                              zbnkcprf
062400     MOVE BAC-REC-ACCNO TO BTX-REC-ACCNO.                         zbnkcprf
062500     START TXN-FILE KEY IS NOT LESS THAN BTX-REC-KEY.             zbnkcprf
062600     IF WS-TXN-STATUS NOT = '00'                                  zbnkcprf
062700        GO TO TOTAL-ACCOUNT-POSTINGS-EXIT                         zbnkcprf
062800     END-IF.                                                      zbnkcprf
062900 TOTAL-ACCOUNT-POSTINGS-LOOP.                                     zbnkcprf
063000     READ TXN-FILE NEXT RECORD.                                   zbnkcprf
063100     IF WS-TXN-STATUS NOT = '00' OR                               zbnkcprf
063200        BTX-REC-ACCNO IS NOT EQUAL TO BAC-REC-ACCNO               zbnkcprf
063300        GO TO TOTAL-ACCOUNT-POSTINGS-EXIT                         zbnkcprf
063400     END-IF.                                                      zbnkcprf
063500     IF BTX-REC-TYPE IS NOT EQUAL TO 'FEE' AND                    zbnkcprf
063600        BTX-REC-TYPE IS NOT EQUAL TO 'DBI' AND                    zbnkcprf
063700        BTX-REC-TYPE IS NOT EQUAL TO 'INT' AND                    zbnkcprf
063800        BTX-REC-TYPE IS NOT EQUAL TO 'MST'                        zbnkcprf
063900        GO TO TOTAL-ACCOUNT-POSTINGS-LOOP                         zbnkcprf
064000     END-IF.                                                      zbnkcprf
064100     PERFORM PARSE-POSTING-DATE                                   zbnkcprf
064200         THRU PARSE-POSTING-DATE-EXIT.                            zbnkcprf
064300     IF WS-CONV-CCYYMM IS NOT EQUAL TO WS-REPORT-MONTH            zbnkcprf
064400        GO TO TOTAL-ACCOUNT-POSTINGS-LOOP                         zbnkcprf
064500     END-IF.                                                      zbnkcprf
064600     ADD 1 TO WS-POSTINGS-COUNTED.                                zbnkcprf
064700     EVALUATE BTX-REC-TYPE                                        zbnkcprf
064800       WHEN 'FEE'                                                 zbnkcprf
064900         SUBTRACT BTX-REC-AMOUNT FROM WS-ACC-FEE-INC              zbnkcprf
065000       WHEN 'DBI'                                                 zbnkcprf
065100         SUBTRACT BTX-REC-AMOUNT FROM WS-ACC-INT-INC              zbnkcprf
065200       WHEN 'INT'                                                 zbnkcprf
065300         ADD BTX-REC-AMOUNT TO WS-ACC-INT-COST                    zbnkcprf
065400       WHEN 'MST'                                                 zbnkcprf
065500         IF WS-ACC-MERCH-RATE IS GREATER THAN ZERO                zbnkcprf
065600            COMPUTE WS-ACC-MERCH-INC ROUNDED =                    zbnkcprf
065700                WS-ACC-MERCH-INC + (BTX-REC-AMOUNT *              zbnkcprf
065800                WS-ACC-MERCH-RATE / (1 - WS-ACC-MERCH-RATE))      zbnkcprf
065900         END-IF                                                   zbnkcprf
066000     END-EVALUATE.                                                zbnkcprf
066100     GO TO TOTAL-ACCOUNT-POSTINGS-LOOP.                           zbnkcprf
066200 TOTAL-ACCOUNT-POSTINGS-EXIT.                                     zbnkcprf
066300     EXIT.                                                        zbnkcprf
066400                                                                  zbnkcprf
066500******************************************************************zbnkcprf
066600* COLLECT-ACCOUNT-OWNERS                                         *zbnkcprf
066700* The primary owner plus any active BNKJOWN joint owners, up to  *zbnkcprf
066800* the five the share table holds.                                *zbnkcprf
066900******************************************************************zbnkcprf
067000 COLLECT-ACCOUNT-OWNERS.                                          zbnkcprf
067100     MOVE 1 TO WS-OWNER-COUNT.                                    zbnkcprf
067200     MOVE BAC-REC-PID TO WS-OWNER-PID (1).                        zbnkcprf
067300     MOVE 'NO ' TO WS-END-OF-JOWN.                                zbnkcprf
067400     MOVE BAC-REC-ACCNO TO JO-REC-ACCNO.                          zbnkcprf
067500     MOVE LOW-VALUES TO JO-REC-PID.                               zbnkcprf
067600     START JOWN-FILE KEY IS NOT LESS THAN JO-REC-KEY.             zbnkcprf
067700     IF WS-JOWN-STATUS NOT = '00'                                 zbnkcprf
067800        MOVE 'YES' TO WS-END-OF-JOWN                              zbnkcprf
067900     END-IF.                                                      zbnkcprf
068000     PERFORM COLLECT-ONE-JOINT-OWNER                              zbnkcprf
068100         UNTIL WS-END-OF-JOWN = 'YES'.                            zbnkcprf
068200 COLLECT-ACCOUNT-OWNERS-EXIT.                                     zbnkcprf
068300     EXIT.                                                        zbnkcprf
068400                                                                  zbnkcprf
068500 COLLECT-ONE-JOINT-OWNER.                                         zbnkcprf
068600     READ JOWN-FILE NEXT RECORD.                                  zbnkcprf
068700     IF WS-JOWN-STATUS NOT = '00'                                 zbnkcprf
068800        MOVE 'YES' TO WS-END-OF-JOWN                              zbnkcprf
068900     ELSE                                                         zbnkcprf
069000        IF JO-REC-ACCNO NOT = BAC-REC-ACCNO                       zbnkcprf
069100           MOVE 'YES' TO WS-END-OF-JOWN                           zbnkcprf
069200        ELSE                                                      zbnkcprf
069300           IF JO-REC-ACTIVE                                       zbnkcprf
069400              AND WS-OWNER-COUNT IS LESS THAN 5                   zbnkcprf
069500              ADD 1 TO WS-OWNER-COUNT                             zbnkcprf
069600              MOVE JO-REC-PID TO WS-OWNER-PID (WS-OWNER-COUNT)    zbnkcprf
069700           END-IF                                                 zbnkcprf
069800        END-IF                                                    zbnkcprf
069900     END-IF.                                                      zbnkcprf
070000                                                                  zbnkcprf
070100******************************************************************zbnkcprf
070200* AGGREGATE-ONE-LOAN                                             *zbnkcprf
070300* The interest on every BNKLNSC instalment the borrower paid in  *zbnkcprf
070400* the report month is the loan's income for the month; it is     *zbnkcprf
070500* the borrower's alone.                                          *zbnkcprf
070600******************************************************************zbnkcprf
070700 AGGREGATE-ONE-LOAN.                                              zbnkcprf
070800     MOVE ZERO TO WS-SHR-LOAN-INC.                                zbnkcprf
070900     MOVE 'NO ' TO WS-END-OF-LNSC.                                zbnkcprf
071000     MOVE LM-REC-CONTACT-ID TO LS-REC-CONTACT-ID.                 zbnkcprf
071100     MOVE LM-REC-TASKN TO LS-REC-TASKN.                           zbnkcprf
071200     MOVE ZERO TO LS-REC-INST-NO.                                 zbnkcprf
071300     START LNSC-FILE KEY IS NOT LESS THAN LS-REC-KEY.             zbnkcprf
071400     IF WS-LNSC-STATUS NOT = '00'                                 zbnkcprf
071500        MOVE 'YES' TO WS-END-OF-LNSC                              zbnkcprf
071600     END-IF.                                                      zbnkcprf
071700     PERFORM TOTAL-ONE-INSTALMENT                                 zbnkcprf
071800         UNTIL WS-END-OF-LNSC = 'YES'.                            zbnkcprf
071900     IF WS-SHR-LOAN-INC IS EQUAL TO ZERO                          zbnkcprf
072000        GO TO AGGREGATE-ONE-LOAN-NEXT                             zbnkcprf
072100     END-IF.                                                      zbnkcprf
072200     MOVE ZERO TO WS-SHR-AVG-BAL.                                 zbnkcprf
072300     MOVE ZERO TO WS-SHR-FEE-INC.                                 zbnkcprf
072400     MOVE ZERO TO WS-SHR-INT-INC.                                 zbnkcprf
072500     MOVE ZERO TO WS-SHR-MERCH-INC.                               zbnkcprf
072600     MOVE ZERO TO WS-SHR-INT-COST.                                zbnkcprf
072700     MOVE 1 TO WS-OWNER-COUNT.                                    zbnkcprf
072800     MOVE LM-REC-CONTACT-ID TO WS-OWNER-PID (1).                  zbnkcprf
072900     MOVE 1 TO WS-OWNER-SUB.                                      zbnkcprf
073000     PERFORM TALLY-EACH-OWNER                                     zbnkcprf
073100         THRU TALLY-EACH-OWNER-EXIT.                              zbnkcprf
073200 AGGREGATE-ONE-LOAN-NEXT.                                         zbnkcprf
073300     PERFORM LOANM-GET.                                           zbnkcprf
073400 AGGREGATE-ONE-LOAN-EXIT.                                         zbnkcprf
073500     EXIT.                                                        zbnkcprf
073600                                                                  zbnkcprf
073700 TOTAL-ONE-INSTALMENT.                                            zbnkcprf
073800     READ LNSC-FILE NEXT RECORD.                                  zbnkcprf
073900     IF WS-LNSC-STATUS NOT = '00' OR                              zbnkcprf
074000        LS-REC-CONTACT-ID IS NOT EQUAL TO LM-REC-CONTACT-ID OR    zbnkcprf
074100        LS-REC-TASKN IS NOT EQUAL TO LM-REC-TASKN                 zbnkcprf
074200        MOVE 'YES' TO WS-END-OF-LNSC                              zbnkcprf
074300     ELSE                                                         zbnkcprf
074400        IF LS-REC-PAID                                            zbnkcprf
074500           DIVIDE LS-REC-PAID-DTE BY 100 GIVING WS-PAID-MONTH     zbnkcprf
074600           IF WS-PAID-MONTH IS EQUAL TO WS-REPORT-MONTH           zbnkcprf
074700              ADD LS-REC-INTEREST TO WS-SHR-LOAN-INC              zbnkcprf
074800              ADD 1 TO WS-INSTALMENTS-COUNTED                     zbnkcprf
074900           END-IF                                                 zbnkcprf
075000        END-IF                                                    zbnkcprf
075100     END-IF.                                                      zbnkcprf
075200                                                                  zbnkcprf
075300******************************************************************zbnkcprf
075400* TALLY-EACH-OWNER                                               *zbnkcprf
075500* Add one owner's share into the customer table.                 *zbnkcprf
075600******************************************************************zbnkcprf
075700 TALLY-EACH-OWNER.                                                zbnkcprf
075800     MOVE WS-OWNER-PID (WS-OWNER-SUB) TO WS-TALLY-PID.            zbnkcprf
075900     SET CUS-IDX TO 1.                                            zbnkcprf
076000     SEARCH WS-CUS-ENTRY                                          zbnkcprf
076100       AT END                                                     zbnkcprf
076200         PERFORM ADD-CUSTOMER-ENTRY                               zbnkcprf
076300       WHEN CUS-IDX IS GREATER THAN WS-CUS-COUNT                  zbnkcprf
076400         PERFORM ADD-CUSTOMER-ENTRY                               zbnkcprf
076500       WHEN WS-CUS-PID (CUS-IDX) IS EQUAL TO WS-TALLY-PID         zbnkcprf
076600         ADD WS-SHR-AVG-BAL TO WS-CUS-AVG-BAL (CUS-IDX)           zbnkcprf
076700         ADD WS-SHR-FEE-INC TO WS-CUS-FEE-INC (CUS-IDX)           zbnkcprf
076800         ADD WS-SHR-INT-INC TO WS-CUS-INT-INC (CUS-IDX)           zbnkcprf
076900         ADD WS-SHR-LOAN-INC TO WS-CUS-LOAN-INC (CUS-IDX)         zbnkcprf
077000         ADD WS-SHR-MERCH-INC TO WS-CUS-MERCH-INC (CUS-IDX)       zbnkcprf
077100         ADD WS-SHR-INT-COST TO WS-CUS-INT-COST (CUS-IDX)         zbnkcprf
077200     END-SEARCH.                                                  zbnkcprf
077300 TALLY-EACH-OWNER-EXIT.                                           zbnkcprf
077400     EXIT.                                                        zbnkcprf
077500                                                                  zbnkcprf
077600 ADD-CUSTOMER-ENTRY.                                              zbnkcprf
077700     IF WS-CUS-COUNT IS LESS THAN 2000                            zbnkcprf
077800        ADD 1 TO WS-CUS-COUNT                                     zbnkcprf
077900        SET CUS-IDX TO WS-CUS-COUNT                               zbnkcprf
078000        MOVE WS-TALLY-PID TO WS-CUS-PID (CUS-IDX)                 zbnkcprf
078100        MOVE SPACES TO WS-CUS-BRANCH (CUS-IDX)                    zbnkcprf
078200        MOVE WS-SHR-AVG-BAL TO WS-CUS-AVG-BAL (CUS-IDX)           zbnkcprf
078300        MOVE WS-SHR-FEE-INC TO WS-CUS-FEE-INC (CUS-IDX)           zbnkcprf
078400        MOVE WS-SHR-INT-INC TO WS-CUS-INT-INC (CUS-IDX)           zbnkcprf
078500        MOVE WS-SHR-LOAN-INC TO WS-CUS-LOAN-INC (CUS-IDX)         zbnkcprf
078600        MOVE WS-SHR-MERCH-INC TO WS-CUS-MERCH-INC (CUS-IDX)       zbnkcprf
078700        MOVE WS-SHR-INT-COST TO WS-CUS-INT-COST (CUS-IDX)         zbnkcprf
078800        MOVE ZERO TO WS-CUS-NET (CUS-IDX)                         zbnkcprf
078900        MOVE 'N' TO WS-CUS-TOP-SW (CUS-IDX)                       zbnkcprf
079000        MOVE 'N' TO WS-CUS-BOTTOM-SW (CUS-IDX)                    zbnkcprf
079100     ELSE                                                         zbnkcprf
079200        PERFORM NOTE-TABLE-OVERFLOW                               zbnkcprf
079300     END-IF.                                                      zbnkcprf
079400                                                                  zbnkcprf
079500******************************************************************zbnkcprf
079600* A full tally table means a customer or branch would vanish     *zbnkcprf
079700* from the totals - say so once and end with return code 4.      *zbnkcprf
079800******************************************************************zbnkcprf
079900 NOTE-TABLE-OVERFLOW.                                             zbnkcprf
080000     IF WS-TABLE-OVERFLOWED NOT = 'Y'                             zbnkcprf
080100        MOVE 'Y' TO WS-TABLE-OVERFLOWED                           zbnkcprf
080200        MOVE 'Tally table full - totals incomplete'               zbnkcprf
080300          TO WS-CONSOLE-MESSAGE                                   zbnkcprf
080400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcprf
080500     END-IF.                                                      zbnkcprf
080600                                                                  zbnkcprf
080700******************************************************************zbnkcprf
080800* REPORT-ONE-CUSTOMER                                            *zbnkcprf
080900* Net contribution is income less interest cost. The customer's  *zbnkcprf
081000* line is printed and extracted and the branch tallied.          *zbnkcprf
081100******************************************************************zbnkcprf
081200 REPORT-ONE-CUSTOMER.                                             zbnkcprf
081300     MOVE WS-CUS-PID (CUS-IDX) TO BCS-REC-PID.                    zbnkcprf
081400     PERFORM CUSTOMER-READ.                                       zbnkcprf
081500     IF WS-CUSTOMER-STATUS = '00'                                 zbnkcprf
081600        MOVE BCS-REC-BRANCH TO WS-CUS-BRANCH (CUS-IDX)            zbnkcprf
081700     END-IF.                                                      zbnkcprf
081800     COMPUTE WS-CUS-INCOME =                                      zbnkcprf
081900         WS-CUS-FEE-INC (CUS-IDX) + WS-CUS-INT-INC (CUS-IDX)      zbnkcprf
082000       + WS-CUS-LOAN-INC (CUS-IDX) + WS-CUS-MERCH-INC (CUS-IDX).  zbnkcprf
082100     COMPUTE WS-CUS-NET (CUS-IDX) =                               zbnkcprf
082200         WS-CUS-INCOME - WS-CUS-INT-COST (CUS-IDX).               zbnkcprf
082300     ADD WS-CUS-INCOME TO WS-TOTAL-INCOME.                        zbnkcprf
082400     ADD WS-CUS-INT-COST (CUS-IDX) TO WS-TOTAL-INT-COST.          zbnkcprf
082500     ADD WS-CUS-NET (CUS-IDX) TO WS-TOTAL-NET.                    zbnkcprf
082600     ADD 1 TO WS-CUSTOMERS-REPORTED.                              zbnkcprf
082700     PERFORM WRITE-CUSTOMER-DETAIL.                               zbnkcprf
082800     PERFORM WRITE-CUSTOMER-EXTRACT.                              zbnkcprf
082900     PERFORM TALLY-BRANCH.                                        zbnkcprf
083000                                                                  zbnkcprf
083100 WRITE-CUSTOMER-DETAIL.                                           zbnkcprf
083200     MOVE WS-CUS-PID (CUS-IDX) TO WS-DET-PID.                     zbnkcprf
083300     MOVE WS-CUS-BRANCH (CUS-IDX) TO WS-DET-BRANCH.               zbnkcprf
083400     MOVE WS-CUS-AVG-BAL (CUS-IDX) TO WS-DET-AVG-BAL.             zbnkcprf
083500     MOVE WS-CUS-FEE-INC (CUS-IDX) TO WS-DET-FEE-INC.             zbnkcprf
083600     MOVE WS-CUS-INT-INC (CUS-IDX) TO WS-DET-INT-INC.             zbnkcprf
083700     MOVE WS-CUS-LOAN-INC (CUS-IDX) TO WS-DET-LOAN-INC.           zbnkcprf
083800     MOVE WS-CUS-MERCH-INC (CUS-IDX) TO WS-DET-MERCH-INC.         zbnkcprf
083900     MOVE WS-CUS-INT-COST (CUS-IDX) TO WS-DET-INT-COST.           zbnkcprf
084000     MOVE WS-CUS-NET (CUS-IDX) TO WS-DET-NET.                     zbnkcprf
084100     MOVE WS-DETAIL-LINE TO PRINTOUT-REC.                         zbnkcprf
084200     PERFORM PRINTOUT-PUT.                                        zbnkcprf
084300                                                                  zbnkcprf
084400******************************************************************zbnkcprf
084500* One CUST record per customer on the finance extract:           *zbnkcprf
084600* CUST,month,pid,branch,avg balance,fee income,debit interest,   *zbnkcprf
084700* loan interest,merchant fees,credit interest cost,net. Each     *zbnkcprf
084800* branch follows the customers as BRANCH,month,branch,customers, *zbnkcprf
084900* avg balance,income,interest cost,net.                          *zbnkcprf
085000******************************************************************zbnkcprf
085100 WRITE-CUSTOMER-EXTRACT.                                          zbnkcprf
085200     MOVE WS-CUS-AVG-BAL (CUS-IDX) TO WS-CSV-AVG-BAL.             zbnkcprf
085300     MOVE WS-CUS-FEE-INC (CUS-IDX) TO WS-CSV-FEE-INC.             zbnkcprf
085400     MOVE WS-CUS-INT-INC (CUS-IDX) TO WS-CSV-INT-INC.             zbnkcprf
085500     MOVE WS-CUS-LOAN-INC (CUS-IDX) TO WS-CSV-LOAN-INC.           zbnkcprf
085600     MOVE WS-CUS-MERCH-INC (CUS-IDX) TO WS-CSV-MERCH-INC.         zbnkcprf
085700     MOVE WS-CUS-INT-COST (CUS-IDX) TO WS-CSV-INT-COST.           zbnkcprf
085800     MOVE WS-CUS-NET (CUS-IDX) TO WS-CSV-NET.                     zbnkcprf
085900     MOVE SPACES TO PROFOUT-REC.                                  zbnkcprf
086000     STRING 'CUST,' DELIMITED BY SIZE                             zbnkcprf
086100            WS-REPORT-MONTH DELIMITED BY SIZE                     zbnkcprf
086200            ',' DELIMITED BY SIZE                                 zbnkcprf
086300            WS-CUS-PID (CUS-IDX) DELIMITED BY SIZE                zbnkcprf
086400            ',' DELIMITED BY SIZE                                 zbnkcprf
086500            WS-CUS-BRANCH (CUS-IDX) DELIMITED BY SIZE             zbnkcprf
086600            ',' DELIMITED BY SIZE                                 zbnkcprf
086700            WS-CSV-AVG-BAL DELIMITED BY SIZE                      zbnkcprf
086800            ',' DELIMITED BY SIZE                                 zbnkcprf
086900            WS-CSV-FEE-INC DELIMITED BY SIZE                      zbnkcprf
087000            ',' DELIMITED BY SIZE                                 zbnkcprf
087100            WS-CSV-INT-INC DELIMITED BY SIZE                      zbnkcprf
087200            ',' DELIMITED BY SIZE                                 zbnkcprf
087300            WS-CSV-LOAN-INC DELIMITED BY SIZE                     zbnkcprf
087400            ',' DELIMITED BY SIZE                                 zbnkcprf
087500            WS-CSV-MERCH-INC DELIMITED BY SIZE                    zbnkcprf
087600            ',' DELIMITED BY SIZE                                 zbnkcprf
087700            WS-CSV-INT-COST DELIMITED BY SIZE                     zbnkcprf
087800            ',' DELIMITED BY SIZE                                 zbnkcprf
087900            WS-CSV-NET DELIMITED BY SIZE                          zbnkcprf
088000       INTO PROFOUT-REC.                                          zbnkcprf
088100     PERFORM PROFOUT-PUT.                                         zbnkcprf
088200                                                                  zbnkcprf
088300 TALLY-BRANCH.                                                    zbnkcprf
088400     SET BRN-IDX TO 1.                                            zbnkcprf
088500     SEARCH WS-BRN-ENTRY                                          zbnkcprf
088600       AT END                                                     zbnkcprf
088700         IF WS-BRN-COUNT IS LESS THAN 20                          zbnkcprf
088800            ADD 1 TO WS-BRN-COUNT                                 zbnkcprf
088900            SET BRN-IDX TO WS-BRN-COUNT                           zbnkcprf
089000            MOVE WS-CUS-BRANCH (CUS-IDX) TO WS-BRN-CODE (BRN-IDX) zbnkcprf
089100            MOVE 1 TO WS-BRN-CUSTOMERS (BRN-IDX)                  zbnkcprf
089200            MOVE WS-CUS-AVG-BAL (CUS-IDX)                         zbnkcprf
089300              TO WS-BRN-AVG-BAL (BRN-IDX)                         zbnkcprf
089400            MOVE WS-CUS-INCOME TO WS-BRN-INCOME (BRN-IDX)         zbnkcprf
089500            MOVE WS-CUS-INT-COST (CUS-IDX)                        zbnkcprf
089600              TO WS-BRN-INT-COST (BRN-IDX)                        zbnkcprf
089700            MOVE WS-CUS-NET (CUS-IDX) TO WS-BRN-NET (BRN-IDX)     zbnkcprf
089800          ELSE                                                    zbnkcprf
089900             PERFORM NOTE-TABLE-OVERFLOW                          zbnkcprf
090000         END-IF                                                   zbnkcprf
090100       WHEN WS-BRN-CODE (BRN-IDX) IS EQUAL TO                     zbnkcprf
090200            WS-CUS-BRANCH (CUS-IDX)                               zbnkcprf
090300         ADD 1 TO WS-BRN-CUSTOMERS (BRN-IDX)                      zbnkcprf
090400         ADD WS-CUS-AVG-BAL (CUS-IDX) TO WS-BRN-AVG-BAL (BRN-IDX) zbnkcprf
090500         ADD WS-CUS-INCOME TO WS-BRN-INCOME (BRN-IDX)             zbnkcprf
090600         ADD WS-CUS-INT-COST (CUS-IDX)                            zbnkcprf
090700           TO WS-BRN-INT-COST (BRN-IDX)                           zbnkcprf
090800         ADD WS-CUS-NET (CUS-IDX) TO WS-BRN-NET (BRN-IDX)         zbnkcprf
090900     END-SEARCH.                                                  zbnkcprf
091000                                                                  zbnkcprf
091100******************************************************************zbnkcprf
091200* WRITE-REPORT-HEADING                                           *zbnkcprf
091300* Writes the report title and column heading lines.              *zbnkcprf
091400******************************************************************zbnkcprf
091500 WRITE-REPORT-HEADING.                                            zbnkcprf
091600     MOVE SPACES TO WS-REPORT-LINE.                               zbnkcprf
091700     STRING 'Customer Profitability - month ' DELIMITED BY SIZE   zbnkcprf
091800            WS-REPORT-MONTH          DELIMITED BY SIZE            zbnkcprf
091900            '  run date '            DELIMITED BY SIZE            zbnkcprf
092000            WS-RUN-DATE-DISPLAY      DELIMITED BY SIZE            zbnkcprf
092100       INTO WS-REPORT-LINE.                                       zbnkcprf
092200     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkcprf
092300     PERFORM PRINTOUT-PUT.                                        zbnkcprf
092400     MOVE SPACES TO PRINTOUT-REC.                                 zbnkcprf
092500     PERFORM PRINTOUT-PUT.                                        zbnkcprf
092600     MOVE SPACES TO WS-REPORT-LINE.                               zbnkcprf
092700     MOVE 'Cust' TO WS-REPORT-LINE (1:4).                         zbnkcprf
092800     MOVE 'Brn' TO WS-REPORT-LINE (8:3).                          zbnkcprf
092900     MOVE 'Avg balance' TO WS-REPORT-LINE (15:11).                zbnkcprf
093000     MOVE 'Fee income' TO WS-REPORT-LINE (31:10).                 zbnkcprf
093100     MOVE 'Debit int' TO WS-REPORT-LINE (47:9).                   zbnkcprf
093200     MOVE 'Loan int' TO WS-REPORT-LINE (63:8).                    zbnkcprf
093300     MOVE 'Merch fees' TO WS-REPORT-LINE (76:10).                 zbnkcprf
093400     MOVE 'Credit int' TO WS-REPORT-LINE (91:10).                 zbnkcprf
093500     MOVE 'Net contrib' TO WS-REPORT-LINE (105:11).               zbnkcprf
093600     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkcprf
093700     PERFORM PRINTOUT-PUT.                                        zbnkcprf
093800                                                                  zbnkcprf
093900******************************************************************zbnkcprf
094000* WRITE-REPORT-TOTALS                                            *zbnkcprf
094100* Bank-wide income, interest cost and net contribution, then     *zbnkcprf
094200* the same by branch - printed and extracted.                    *zbnkcprf
094300******************************************************************zbnkcprf
094400 WRITE-REPORT-TOTALS.                                             zbnkcprf
094500     MOVE SPACES TO PRINTOUT-REC.                                 zbnkcprf
094600     PERFORM PRINTOUT-PUT.                                        zbnkcprf
094700     MOVE WS-TOTAL-INCOME TO WS-TOT-D.                            zbnkcprf
094800     MOVE WS-TOTAL-INT-COST TO WS-TOT-D-2.                        zbnkcprf
094900     MOVE WS-TOTAL-NET TO WS-TOT-D-3.                             zbnkcprf
095000     MOVE SPACES TO WS-REPORT-LINE.                               zbnkcprf
095100     STRING 'Bank-wide income: ' DELIMITED BY SIZE                zbnkcprf
095200            WS-TOT-D             DELIMITED BY SIZE                zbnkcprf
095300            '  interest cost: '  DELIMITED BY SIZE                zbnkcprf
095400            WS-TOT-D-2           DELIMITED BY SIZE                zbnkcprf
095500            '  net: '            DELIMITED BY SIZE                zbnkcprf
095600            WS-TOT-D-3           DELIMITED BY SIZE                zbnkcprf
095700       INTO WS-REPORT-LINE.                                       zbnkcprf
095800     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkcprf
095900     PERFORM PRINTOUT-PUT.                                        zbnkcprf
096000     MOVE SPACES TO PRINTOUT-REC.                                 zbnkcprf
096100     PERFORM PRINTOUT-PUT.                                        zbnkcprf
096200     MOVE 'Contribution by branch:' TO PRINTOUT-REC.              zbnkcprf
096300     PERFORM PRINTOUT-PUT.                                        zbnkcprf
096400     MOVE SPACES TO WS-REPORT-LINE.                               zbnkcprf
096500     MOVE 'Brn' TO WS-REPORT-LINE (1:3).                          zbnkcprf
096600     MOVE 'Custs' TO WS-REPORT-LINE (8:5).                        zbnkcprf
096700     MOVE 'Avg balance' TO WS-REPORT-LINE (20:11).                zbnkcprf
096800     MOVE 'Income' TO WS-REPORT-LINE (43:6).                      zbnkcprf
096900     MOVE 'Interest cost' TO WS-REPORT-LINE (54:13).              zbnkcprf
097000     MOVE 'Net contrib' TO WS-REPORT-LINE (74:11).                zbnkcprf
097100     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkcprf
097200     PERFORM PRINTOUT-PUT.                                        zbnkcprf
097300     PERFORM WRITE-ONE-BRANCH-TOTAL                               zbnkcprf
097400         VARYING BRN-IDX FROM 1 BY 1                              zbnkcprf
097500           UNTIL BRN-IDX IS GREATER THAN WS-BRN-COUNT.            zbnkcprf
097600 WRITE-REPORT-TOTALS-EXIT.                                        zbnkcprf
097700     EXIT.                                                        zbnkcprf
097800                                                                  zbnkcprf
097900 WRITE-ONE-BRANCH-TOTAL.                                          zbnkcprf
098000     MOVE SPACES TO WS-REPORT-LINE.                               zbnkcprf
098100     MOVE WS-BRN-CODE (BRN-IDX) TO WS-REPORT-LINE (1:3).          zbnkcprf
098200     MOVE WS-BRN-CUSTOMERS (BRN-IDX) TO WS-REPORT-LINE (8:5).     zbnkcprf
098300     MOVE WS-BRN-AVG-BAL (BRN-IDX) TO WS-AMT-D.                   zbnkcprf
098400     MOVE WS-AMT-D TO WS-REPORT-LINE (14:18).                     zbnkcprf
098500     MOVE WS-BRN-INCOME (BRN-IDX) TO WS-AMT-D.                    zbnkcprf
098600     MOVE WS-AMT-D TO WS-REPORT-LINE (32:18).                     zbnkcprf
098700     MOVE WS-BRN-INT-COST (BRN-IDX) TO WS-AMT-D.                  zbnkcprf
098800     MOVE WS-AMT-D TO WS-REPORT-LINE (50:18).                     zbnkcprf
098900     MOVE WS-BRN-NET (BRN-IDX) TO WS-AMT-D.                       zbnkcprf
099000     MOVE WS-AMT-D TO WS-REPORT-LINE (68:18).                     zbnkcprf
099100     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkcprf
099200     PERFORM PRINTOUT-PUT.                                        zbnkcprf
099300     MOVE WS-BRN-AVG-BAL (BRN-IDX) TO WS-CSV-AVG-BAL.             zbnkcprf
099400     MOVE WS-BRN-INCOME (BRN-IDX) TO WS-CSV-INCOME.               zbnkcprf
099500     MOVE WS-BRN-INT-COST (BRN-IDX) TO WS-CSV-COST.               zbnkcprf
099600     MOVE WS-BRN-NET (BRN-IDX) TO WS-CSV-NET.                     zbnkcprf
099700     MOVE SPACES TO PROFOUT-REC.                                  zbnkcprf
099800     STRING 'BRANCH,' DELIMITED BY SIZE                           zbnkcprf
099900            WS-REPORT-MONTH DELIMITED BY SIZE                     zbnkcprf
100000            ',' DELIMITED BY SIZE                                 zbnkcprf
100100            WS-BRN-CODE (BRN-IDX) DELIMITED BY SIZE               zbnkcprf
100200            ',' DELIMITED BY SIZE                                 zbnkcprf
100300            WS-BRN-CUSTOMERS (BRN-IDX) DELIMITED BY SIZE          zbnkcprf
100400            ',' DELIMITED BY SIZE                                 zbnkcprf
100500            WS-CSV-AVG-BAL DELIMITED BY SIZE                      zbnkcprf
100600            ',' DELIMITED BY SIZE                                 zbnkcprf
100700            WS-CSV-INCOME DELIMITED BY SIZE                       zbnkcprf
100800            ',' DELIMITED BY SIZE                                 zbnkcprf
100900            WS-CSV-COST DELIMITED BY SIZE                         zbnkcprf
101000            ',' DELIMITED BY SIZE                                 zbnkcprf
101100            WS-CSV-NET DELIMITED BY SIZE                          zbnkcprf
101200       INTO PROFOUT-REC.                                          zbnkcprf
101300     PERFORM PROFOUT-PUT.                                         zbnkcprf
101400                                                                  zbnkcprf
101500******************************************************************zbnkcprf
101600* WRITE-TOP-AND-BOTTOM                                           *zbnkcprf
101700* The N customers with the highest net contribution, best        *zbnkcprf
101800* first, then the N with the lowest, worst first. Each pass      *zbnkcprf
101900* picks the best (or worst) customer not yet listed.             *zbnkcprf
102000******************************************************************zbnkcprf
102100 WRITE-TOP-AND-BOTTOM.                                            zbnkcprf
102200     MOVE SPACES TO PRINTOUT-REC.                                 zbnkcprf
102300     PERFORM PRINTOUT-PUT.                                        zbnkcprf
102400     MOVE WS-LIST-LENGTH TO WS-RANK-D.                            zbnkcprf
102500     MOVE SPACES TO WS-REPORT-LINE.                               zbnkcprf
102600     STRING 'Top ' DELIMITED BY SIZE                              zbnkcprf
102700            WS-RANK-D DELIMITED BY SIZE                           zbnkcprf
102800            ' customers by net contribution:' DELIMITED BY SIZE   zbnkcprf
102900       INTO WS-REPORT-LINE.                                       zbnkcprf
103000     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkcprf
103100     PERFORM PRINTOUT-PUT.                                        zbnkcprf
103200     PERFORM WRITE-ONE-TOP                                        zbnkcprf
103300         VARYING WS-RANK FROM 1 BY 1                              zbnkcprf
103400           UNTIL WS-RANK IS GREATER THAN WS-LIST-LENGTH           zbnkcprf
103500              OR WS-RANK IS GREATER THAN WS-CUS-COUNT.            zbnkcprf
103600     MOVE SPACES TO PRINTOUT-REC.                                 zbnkcprf
103700     PERFORM PRINTOUT-PUT.                                        zbnkcprf
103800     MOVE SPACES TO WS-REPORT-LINE.                               zbnkcprf
103900     STRING 'Bottom ' DELIMITED BY SIZE                           zbnkcprf
104000            WS-RANK-D DELIMITED BY SIZE                           zbnkcprf
104100            ' customers by net contribution:' DELIMITED BY SIZE   zbnkcprf
104200       INTO WS-REPORT-LINE.                                       zbnkcprf
104300     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkcprf
104400     PERFORM PRINTOUT-PUT.                                        zbnkcprf
104500     PERFORM WRITE-ONE-BOTTOM                                     zbnkcprf
104600         VARYING WS-RANK FROM 1 BY 1                              zbnkcprf
104700           UNTIL WS-RANK IS GREATER THAN WS-LIST-LENGTH           zbnkcprf
104800              OR WS-RANK IS GREATER THAN WS-CUS-COUNT.            zbnkcprf
104900 WRITE-TOP-AND-BOTTOM-EXIT.                                       zbnkcprf
105000     EXIT.                                                        zbnkcprf
105100                                                                  zbnkcprf
105200 WRITE-ONE-TOP.                                                   zbnkcprf
105300     MOVE ZERO TO WS-BEST-IDX.                                    zbnkcprf
105400     PERFORM FIND-BEST-STEP                                       zbnkcprf
105500         VARYING WS-SCAN-IDX FROM 1 BY 1                          zbnkcprf
105600           UNTIL WS-SCAN-IDX IS GREATER THAN WS-CUS-COUNT.        zbnkcprf
105700     IF WS-BEST-IDX IS GREATER THAN ZERO                          zbnkcprf
105800        SET CUS-IDX TO WS-BEST-IDX                                zbnkcprf
105900        MOVE 'Y' TO WS-CUS-TOP-SW (CUS-IDX)                       zbnkcprf
106000        PERFORM WRITE-CUSTOMER-DETAIL                             zbnkcprf
106100     END-IF.                                                      zbnkcprf
106200                                                                  zbnkcprf
106300 FIND-BEST-STEP.                                                  zbnkcprf
106400     IF WS-CUS-TOP-SW (WS-SCAN-IDX) = 'N'                         zbnkcprf
106500        IF WS-BEST-IDX IS EQUAL TO ZERO OR                        zbnkcprf
106600           WS-CUS-NET (WS-SCAN-IDX) IS GREATER THAN WS-BEST-NET   zbnkcprf
106700           MOVE WS-SCAN-IDX TO WS-BEST-IDX                        zbnkcprf
106800           MOVE WS-CUS-NET (WS-SCAN-IDX) TO WS-BEST-NET           zbnkcprf
106900        END-IF                                                    zbnkcprf
107000     END-IF.                                                      zbnkcprf
107100                                                                  zbnkcprf
107200 WRITE-ONE-BOTTOM.                                                zbnkcprf
107300     MOVE ZERO TO WS-BEST-IDX.                                    zbnkcprf
107400     PERFORM FIND-WORST-STEP                                      zbnkcprf
107500         VARYING WS-SCAN-IDX FROM 1 BY 1                          zbnkcprf
107600           UNTIL WS-SCAN-IDX IS GREATER THAN WS-CUS-COUNT.        zbnkcprf
107700     IF WS-BEST-IDX IS GREATER THAN ZERO                          zbnkcprf
107800        SET CUS-IDX TO WS-BEST-IDX                                zbnkcprf
107900        MOVE 'Y' TO WS-CUS-BOTTOM-SW (CUS-IDX)                    zbnkcprf
108000        PERFORM WRITE-CUSTOMER-DETAIL                             zbnkcprf
108100     END-IF.                                                      zbnkcprf
108200                                                                  zbnkcprf
108300 FIND-WORST-STEP.                                                 zbnkcprf
108400     IF WS-CUS-BOTTOM-SW (WS-SCAN-IDX) = 'N'                      zbnkcprf
108500        IF WS-BEST-IDX IS EQUAL TO ZERO OR                        zbnkcprf
108600           WS-CUS-NET (WS-SCAN-IDX) IS LESS THAN WS-BEST-NET      zbnkcprf
108700           MOVE WS-SCAN-IDX TO WS-BEST-IDX                        zbnkcprf
108800           MOVE WS-CUS-NET (WS-SCAN-IDX) TO WS-BEST-NET           zbnkcprf
108900        END-IF                                                    zbnkcprf
109000     END-IF.                                                      zbnkcprf
109100                                                                  zbnkcprf
109200******************************************************************zbnkcprf
109300* Resolve the posting's display date to numeric CCYYMMDD. The    *zbnkcprf
109400* month abbreviation resolves against WS-MONTH-NAME-TBL; an      *zbnkcprf
109500* unresolvable date parses to zero and matches no month.         *zbnkcprf
109600******************************************************************zbnkcprf
109700 PARSE-POSTING-DATE.                                              zbnkcprf
109800     MOVE BTX-REC-DATE TO WS-CONV-DATE-11.                        zbnkcprf
109900     MOVE ZERO TO WS-CONV-DATE-N.                                 zbnkcprf
110000     IF WS-CONV-DATE-11 (1:2) IS NOT NUMERIC OR                   zbnkcprf
110100        WS-CONV-DATE-11 (8:4) IS NOT NUMERIC                      zbnkcprf
110200        GO TO PARSE-POSTING-DATE-EXIT                             zbnkcprf
110300     END-IF.                                                      zbnkcprf
110400     MOVE WS-CONV-DATE-11 (1:2) TO WS-CONV-DD.                    zbnkcprf
110500     MOVE WS-CONV-DATE-11 (8:4) TO WS-CONV-CCYY.                  zbnkcprf
110600     MOVE FUNCTION UPPER-CASE(WS-CONV-DATE-11 (4:3))              zbnkcprf
110700       TO WS-CONV-MMM-SEARCH.                                     zbnkcprf
110800     PERFORM MONTH-LOOKUP-STEP                                    zbnkcprf
110900        VARYING WS-MONTH-SUB FROM 1 BY 1                          zbnkcprf
111000        UNTIL WS-MONTH-SUB IS GREATER THAN 12                     zbnkcprf
111100           OR WS-MONTH-NAME-TBL (WS-MONTH-SUB)                    zbnkcprf
111200              IS EQUAL TO WS-CONV-MMM-SEARCH.                     zbnkcprf
111300     IF WS-MONTH-SUB IS GREATER THAN 12                           zbnkcprf
111400        MOVE ZERO TO WS-CONV-DATE-N                               zbnkcprf
111500     ELSE                                                         zbnkcprf
111600        MOVE WS-MONTH-SUB TO WS-CONV-MM                           zbnkcprf
111700     END-IF.                                                      zbnkcprf
111800 PARSE-POSTING-DATE-EXIT.                                         zbnkcprf
111900     EXIT.                                                        zbnkcprf
112000                                                                  zbnkcprf
112100 MONTH-LOOKUP-STEP.                                               zbnkcprf
112200     CONTINUE.                                                    zbnkcprf
112300                                                                  zbnkcprf
112400                                                                  zbnkcprf
112500******************************************************************zbnkcprf
112600* Open, access and close the ACCOUNT file.                       *zbnkcprf
112700******************************************************************zbnkcprf
112800 ACCOUNT-OPEN.                                                    zbnkcprf
112900     OPEN INPUT ACCOUNT-FILE.                                     zbnkcprf
113000     IF WS-ACCOUNT-STATUS = '00'                                  zbnkcprf
113100        MOVE 'ACCOUNT file opened OK' TO WS-CONSOLE-MESSAGE       zbnkcprf
113200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcprf
113300     ELSE                                                         zbnkcprf
113400        MOVE 'ACCOUNT file open failure...' TO WS-CONSOLE-MESSAGE zbnkcprf
113500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcprf
113600        MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                    zbnkcprf
113700        PERFORM DISPLAY-IO-STATUS                                 zbnkcprf
113800        PERFORM ABORT-PROGRAM                                     zbnkcprf
113900     END-IF.                                                      zbnkcprf
114000                                                                  zbnkcprf
114100 ACCOUNT-GET.                                                     zbnkcprf
114200     READ ACCOUNT-FILE NEXT RECORD.                               zbnkcprf
114300     IF WS-ACCOUNT-STATUS NOT = '00'                              zbnkcprf
114400        IF WS-ACCOUNT-STATUS = '10'                               zbnkcprf
114500           MOVE 'YES' TO WS-END-OF-ACCOUNT                        zbnkcprf
114600        ELSE                                                      zbnkcprf
114700           MOVE 'ACCOUNT Error reading file ...'                  zbnkcprf
114800             TO WS-CONSOLE-MESSAGE                                zbnkcprf
114900           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkcprf
115000           MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                 zbnkcprf
115100           PERFORM DISPLAY-IO-STATUS                              zbnkcprf
115200           PERFORM ABORT-PROGRAM                                  zbnkcprf
115300        END-IF                                                    zbnkcprf
115400     END-IF.                                                      zbnkcprf
115500                                                                  zbnkcprf
115600 ACCOUNT-CLOSE.                                                   zbnkcprf
115700     CLOSE ACCOUNT-FILE.                                          zbnkcprf
115800     IF WS-ACCOUNT-STATUS = '00'                                  zbnkcprf
115900        MOVE 'ACCOUNT file closed OK' TO WS-CONSOLE-MESSAGE       zbnkcprf
116000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcprf
116100     ELSE                                                         zbnkcprf
116200        MOVE 'ACCOUNT file close failure...'                      zbnkcprf
116300          TO WS-CONSOLE-MESSAGE                                   zbnkcprf
116400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcprf
116500        MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                    zbnkcprf
116600        PERFORM DISPLAY-IO-STATUS                                 zbnkcprf
116700        PERFORM ABORT-PROGRAM                                     zbnkcprf
116800     END-IF.                                                      zbnkcprf
116900                                                                  zbnkcprf
117000******************************************************************zbnkcprf
117100* Open and close the JOWN file.                                  *zbnkcprf
117200******************************************************************zbnkcprf
117300 JOWN-OPEN.                                                       zbnkcprf
117400     OPEN INPUT JOWN-FILE.                                        zbnkcprf
117500     IF WS-JOWN-STATUS = '00'                                     zbnkcprf
117600        MOVE 'JOWN file opened OK' TO WS-CONSOLE-MESSAGE          zbnkcprf
117700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcprf
117800     ELSE                                                         zbnkcprf
117900        MOVE 'JOWN file open failure...' TO WS-CONSOLE-MESSAGE    zbnkcprf
118000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcprf
118100        MOVE WS-JOWN-STATUS TO WS-IO-STATUS                       zbnkcprf
118200        PERFORM DISPLAY-IO-STATUS                                 zbnkcprf
118300        PERFORM ABORT-PROGRAM                                     zbnkcprf
118400     END-IF.                                                      zbnkcprf
118500                                                                  zbnkcprf
118600 JOWN-CLOSE.                                                      zbnkcprf
118700     CLOSE JOWN-FILE.                                             zbnkcprf
118800     IF WS-JOWN-STATUS = '00'                                     zbnkcprf
118900        MOVE 'JOWN file closed OK' TO WS-CONSOLE-MESSAGE          zbnkcprf
119000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcprf
119100     ELSE                                                         zbnkcprf
119200        MOVE 'JOWN file close failure...' TO WS-CONSOLE-MESSAGE   zbnkcprf
119300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcprf
119400        MOVE WS-JOWN-STATUS TO WS-IO-STATUS                       zbnkcprf
119500        PERFORM DISPLAY-IO-STATUS                                 zbnkcprf
119600        PERFORM ABORT-PROGRAM                                     zbnkcprf
119700     END-IF.                                                      zbnkcprf
119800                                                                  zbnkcprf
119900******************************************************************zbnkcprf
120000* Open and close the TXN file.                                   *zbnkcprf
120100******************************************************************zbnkcprf
120200 TXN-OPEN.                                                        zbnkcprf
120300     OPEN INPUT TXN-FILE.                                         zbnkcprf
120400     IF WS-TXN-STATUS = '00'                                      zbnkcprf
120500        MOVE 'TXN file opened OK' TO WS-CONSOLE-MESSAGE           zbnkcprf
120600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcprf
120700     ELSE                                                         zbnkcprf
120800        MOVE 'TXN file open failure...' TO WS-CONSOLE-MESSAGE     zbnkcprf
120900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcprf
121000        MOVE WS-TXN-STATUS TO WS-IO-STATUS                        zbnkcprf
121100        PERFORM DISPLAY-IO-STATUS                                 zbnkcprf
121200        PERFORM ABORT-PROGRAM                                     zbnkcprf
121300     END-IF.                                                      zbnkcprf
121400                                                                  zbnkcprf
121500 TXN-CLOSE.                                                       zbnkcprf
121600     CLOSE TXN-FILE.                                              zbnkcprf
121700     IF WS-TXN-STATUS = '00'                                      zbnkcprf
121800        MOVE 'TXN file closed OK' TO WS-CONSOLE-MESSAGE           zbnkcprf
121900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcprf
122000     ELSE                                                         zbnkcprf
122100        MOVE 'TXN file close failure...' TO WS-CONSOLE-MESSAGE    zbnkcprf
122200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcprf
122300        MOVE WS-TXN-STATUS TO WS-IO-STATUS                        zbnkcprf
122400        PERFORM DISPLAY-IO-STATUS                                 zbnkcprf
122500        PERFORM ABORT-PROGRAM                                     zbnkcprf
122600     END-IF.                                                      zbnkcprf
122700                                                                  zbnkcprf
122800******************************************************************zbnkcprf
122900* Open and close the SNAP file.                                  *zbnkcprf
123000******************************************************************zbnkcprf
123100 SNAP-OPEN.                                                       zbnkcprf
123200     OPEN INPUT SNAP-FILE.                                        zbnkcprf
123300     IF WS-SNAP-STATUS = '00'                                     zbnkcprf
123400        MOVE 'SNAP file opened OK' TO WS-CONSOLE-MESSAGE          zbnkcprf
123500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcprf
123600     ELSE                                                         zbnkcprf
123700        MOVE 'SNAP file open failure...' TO WS-CONSOLE-MESSAGE    zbnkcprf
123800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcprf
123900        MOVE WS-SNAP-STATUS TO WS-IO-STATUS                       zbnkcprf
124000        PERFORM DISPLAY-IO-STATUS                                 zbnkcprf
124100        PERFORM ABORT-PROGRAM                                     zbnkcprf
124200     END-IF.                                                      zbnkcprf
124300                                                                  zbnkcprf
124400 SNAP-CLOSE.                                                      zbnkcprf
124500     CLOSE SNAP-FILE.                                             zbnkcprf
124600     IF WS-SNAP-STATUS = '00'                                     zbnkcprf
124700        MOVE 'SNAP file closed OK' TO WS-CONSOLE-MESSAGE          zbnkcprf
124800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcprf
124900     ELSE                                                         zbnkcprf
125000        MOVE 'SNAP file close failure...' TO WS-CONSOLE-MESSAGE   zbnkcprf
125100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcprf
125200        MOVE WS-SNAP-STATUS TO WS-IO-STATUS                       zbnkcprf
125300        PERFORM DISPLAY-IO-STATUS                                 zbnkcprf
125400        PERFORM ABORT-PROGRAM                                     zbnkcprf
125500     END-IF.                                                      zbnkcprf
125600                                                                  zbnkcprf
125700******************************************************************zbnkcprf
125800* Open and close the LNSC file.                                  *zbnkcprf
125900******************************************************************zbnkcprf
126000 LNSC-OPEN.                                                       zbnkcprf
126100     OPEN INPUT LNSC-FILE.                                        zbnkcprf
126200     IF WS-LNSC-STATUS = '00'                                     zbnkcprf
126300        MOVE 'LNSC file opened OK' TO WS-CONSOLE-MESSAGE          zbnkcprf
126400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcprf
126500     ELSE                                                         zbnkcprf
126600        MOVE 'LNSC file open failure...' TO WS-CONSOLE-MESSAGE    zbnkcprf
126700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcprf
126800        MOVE WS-LNSC-STATUS TO WS-IO-STATUS                       zbnkcprf
126900        PERFORM DISPLAY-IO-STATUS                                 zbnkcprf
127000        PERFORM ABORT-PROGRAM                                     zbnkcprf
127100     END-IF.                                                      zbnkcprf
127200                                                                  zbnkcprf
127300 LNSC-CLOSE.                                                      zbnkcprf
127400     CLOSE LNSC-FILE.                                             zbnkcprf
127500     IF WS-LNSC-STATUS = '00'                                     zbnkcprf
127600        MOVE 'LNSC file closed OK' TO WS-CONSOLE-MESSAGE          zbnkcprf
127700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcprf
127800     ELSE                                                         zbnkcprf
127900        MOVE 'LNSC file close failure...' TO WS-CONSOLE-MESSAGE   zbnkcprf
128000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcprf
128100        MOVE WS-LNSC-STATUS TO WS-IO-STATUS                       zbnkcprf
128200        PERFORM DISPLAY-IO-STATUS                                 zbnkcprf
128300        PERFORM ABORT-PROGRAM                                     zbnkcprf
128400     END-IF.                                                      zbnkcprf
128500                                                                  zbnkcprf
128600******************************************************************zbnkcprf
128700* Open, access and close the MRCH file.                          *zbnkcprf
128800******************************************************************zbnkcprf
128900 MRCH-OPEN.                                                       zbnkcprf
129000     OPEN INPUT MRCH-FILE.                                        zbnkcprf
129100     IF WS-MRCH-STATUS = '00'                                     zbnkcprf
129200        MOVE 'MRCH file opened OK' TO WS-CONSOLE-MESSAGE          zbnkcprf
129300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcprf
129400     ELSE                                                         zbnkcprf
129500        MOVE 'MRCH file open failure...' TO WS-CONSOLE-MESSAGE    zbnkcprf
129600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcprf
129700        MOVE WS-MRCH-STATUS TO WS-IO-STATUS                       zbnkcprf
129800        PERFORM DISPLAY-IO-STATUS                                 zbnkcprf
129900        PERFORM ABORT-PROGRAM                                     zbnkcprf
130000     END-IF.                                                      zbnkcprf
130100                                                                  zbnkcprf
130200 MRCH-GET.                                                        zbnkcprf
130300     READ MRCH-FILE NEXT RECORD.                                  zbnkcprf
130400     IF WS-MRCH-STATUS NOT = '00'                                 zbnkcprf
130500        IF WS-MRCH-STATUS = '10'                                  zbnkcprf
130600           MOVE 'YES' TO WS-END-OF-MRCH                           zbnkcprf
130700        ELSE                                                      zbnkcprf
130800           MOVE 'MRCH Error reading file ...'                     zbnkcprf
130900             TO WS-CONSOLE-MESSAGE                                zbnkcprf
131000           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkcprf
131100           MOVE WS-MRCH-STATUS TO WS-IO-STATUS                    zbnkcprf
131200           PERFORM DISPLAY-IO-STATUS                              zbnkcprf
131300           PERFORM ABORT-PROGRAM                                  zbnkcprf
131400        END-IF                                                    zbnkcprf
131500     END-IF.                                                      zbnkcprf
131600                                                                  zbnkcprf
131700 MRCH-CLOSE.                                                      zbnkcprf
131800     CLOSE MRCH-FILE.                                             zbnkcprf
131900     IF WS-MRCH-STATUS = '00'                                     zbnkcprf
132000        MOVE 'MRCH file closed OK' TO WS-CONSOLE-MESSAGE          zbnkcprf
132100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcprf
132200     ELSE                                                         zbnkcprf
132300        MOVE 'MRCH file close failure...' TO WS-CONSOLE-MESSAGE   zbnkcprf
132400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcprf
132500        MOVE WS-MRCH-STATUS TO WS-IO-STATUS                       zbnkcprf
132600        PERFORM DISPLAY-IO-STATUS                                 zbnkcprf
132700        PERFORM ABORT-PROGRAM                                     zbnkcprf
132800     END-IF.                                                      zbnkcprf
132900                                                                  zbnkcprf
133000******************************************************************zbnkcprf
133100* Open, access and close the LOANM file.                         *zbnkcprf
133200******************************************************************zbnkcprf
133300 LOANM-OPEN.                                                      zbnkcprf
133400     OPEN INPUT LOANM-FILE.                                       zbnkcprf
133500     IF WS-LOANM-STATUS = '00'                                    zbnkcprf
133600        MOVE 'LOANM file opened OK' TO WS-CONSOLE-MESSAGE         zbnkcprf
133700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcprf
133800     ELSE                                                         zbnkcprf
133900        MOVE 'LOANM file open failure...' TO WS-CONSOLE-MESSAGE   zbnkcprf
134000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcprf
134100        MOVE WS-LOANM-STATUS TO WS-IO-STATUS                      zbnkcprf
134200        PERFORM DISPLAY-IO-STATUS                                 zbnkcprf
134300        PERFORM ABORT-PROGRAM                                     zbnkcprf
134400     END-IF.                                                      zbnkcprf
134500                                                                  zbnkcprf
134600 LOANM-GET.                                                       zbnkcprf
134700     READ LOANM-FILE NEXT RECORD.                                 zbnkcprf
134800     IF WS-LOANM-STATUS NOT = '00'                                zbnkcprf
134900        IF WS-LOANM-STATUS = '10'                                 zbnkcprf
135000           MOVE 'YES' TO WS-END-OF-LOANM                          zbnkcprf
135100        ELSE                                                      zbnkcprf
135200           MOVE 'LOANM Error reading file ...'                    zbnkcprf
135300             TO WS-CONSOLE-MESSAGE                                zbnkcprf
135400           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkcprf
135500           MOVE WS-LOANM-STATUS TO WS-IO-STATUS                   zbnkcprf
135600           PERFORM DISPLAY-IO-STATUS                              zbnkcprf
135700           PERFORM ABORT-PROGRAM                                  zbnkcprf
135800        END-IF                                                    zbnkcprf
135900     END-IF.                                                      zbnkcprf
136000                                                                  zbnkcprf
136100 LOANM-CLOSE.                                                     zbnkcprf
136200     CLOSE LOANM-FILE.                                            zbnkcprf
136300     IF WS-LOANM-STATUS = '00'                                    zbnkcprf
136400        MOVE 'LOANM file closed OK' TO WS-CONSOLE-MESSAGE         zbnkcprf
136500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcprf
136600     ELSE                                                         zbnkcprf
136700        MOVE 'LOANM file close failure...' TO WS-CONSOLE-MESSAGE  zbnkcprf
136800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcprf
136900        MOVE WS-LOANM-STATUS TO WS-IO-STATUS                      zbnkcprf
137000        PERFORM DISPLAY-IO-STATUS                                 zbnkcprf
137100        PERFORM ABORT-PROGRAM                                     zbnkcprf
137200     END-IF.                                                      zbnkcprf
137300                                                                  zbnkcprf
137400******************************************************************zbnkcprf
137500* Open, read and close the CUSTOMER file. A customer missing     *zbnkcprf
137600* from BNKCUST is reported with a blank branch rather than       *zbnkcprf
137700* stopping the run.                                              *zbnkcprf
137800******************************************************************zbnkcprf
137900 CUSTOMER-OPEN.                                                   zbnkcprf
138000     OPEN INPUT CUSTOMER-FILE.                                    zbnkcprf
138100     IF WS-CUSTOMER-STATUS = '00'                                 zbnkcprf
138200        MOVE 'CUSTOMER file opened OK' TO WS-CONSOLE-MESSAGE      zbnkcprf
138300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcprf
138400     ELSE                                                         zbnkcprf
138500        MOVE 'CUSTOMER file open failure...'                      zbnkcprf
138600          TO WS-CONSOLE-MESSAGE                                   zbnkcprf
138700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcprf
138800        MOVE WS-CUSTOMER-STATUS TO WS-IO-STATUS                   zbnkcprf
138900        PERFORM DISPLAY-IO-STATUS                                 zbnkcprf
139000        PERFORM ABORT-PROGRAM                                     zbnkcprf
139100     END-IF.                                                      zbnkcprf
139200                                                                  zbnkcprf
139300 CUSTOMER-READ.                                                   zbnkcprf
139400     READ CUSTOMER-FILE.                                          zbnkcprf
139500                                                                  zbnkcprf
139600 CUSTOMER-CLOSE.                                                  zbnkcprf
139700     CLOSE CUSTOMER-FILE.                                         zbnkcprf
139800     IF WS-CUSTOMER-STATUS = '00'                                 zbnkcprf
139900        MOVE 'CUSTOMER file closed OK' TO WS-CONSOLE-MESSAGE      zbnkcprf
140000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcprf
140100     ELSE                                                         zbnkcprf
140200        MOVE 'CUSTOMER file close failure...'                     zbnkcprf
140300          TO WS-CONSOLE-MESSAGE                                   zbnkcprf
140400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcprf
140500        MOVE WS-CUSTOMER-STATUS TO WS-IO-STATUS                   zbnkcprf
140600        PERFORM DISPLAY-IO-STATUS                                 zbnkcprf
140700        PERFORM ABORT-PROGRAM                                     zbnkcprf
140800     END-IF.                                                      zbnkcprf
140900                                                                  zbnkcprf
141000******************************************************************zbnkcprf
141100* Open, access and close the PRINTOUT file.                      *zbnkcprf
141200******************************************************************zbnkcprf
141300 PRINTOUT-OPEN.                                                   zbnkcprf
141400     OPEN OUTPUT PRINTOUT-FILE.                                   zbnkcprf
141500     IF WS-PRINTOUT-STATUS = '00'                                 zbnkcprf
141600        MOVE 'PRINTOUT file opened OK' TO WS-CONSOLE-MESSAGE      zbnkcprf
141700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcprf
141800     ELSE                                                         zbnkcprf
141900        MOVE 'PRINTOUT file open failure...'                      zbnkcprf
142000          TO WS-CONSOLE-MESSAGE                                   zbnkcprf
142100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcprf
142200        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkcprf
142300        PERFORM DISPLAY-IO-STATUS                                 zbnkcprf
142400        PERFORM ABORT-PROGRAM                                     zbnkcprf
142500     END-IF.                                                      zbnkcprf
142600                                                                  zbnkcprf
142700 PRINTOUT-PUT.                                                    zbnkcprf
142800     WRITE PRINTOUT-REC.                                          zbnkcprf
142900     IF WS-PRINTOUT-STATUS NOT = '00'                             zbnkcprf
143000        MOVE 'PRINTOUT Error writing file ...'                    zbnkcprf
143100          TO WS-CONSOLE-MESSAGE                                   zbnkcprf
143200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcprf
143300        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkcprf
143400        PERFORM DISPLAY-IO-STATUS                                 zbnkcprf
143500        PERFORM ABORT-PROGRAM                                     zbnkcprf
143600     END-IF.                                                      zbnkcprf
143700                                                                  zbnkcprf
143800 PRINTOUT-CLOSE.                                                  zbnkcprf
143900     CLOSE PRINTOUT-FILE.                                         zbnkcprf
144000     IF WS-PRINTOUT-STATUS = '00'                                 zbnkcprf
144100        MOVE 'PRINTOUT file closed OK' TO WS-CONSOLE-MESSAGE      zbnkcprf
144200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcprf
144300     ELSE                                                         zbnkcprf
144400        MOVE 'PRINTOUT file close failure...'                     zbnkcprf
144500          TO WS-CONSOLE-MESSAGE                                   zbnkcprf
144600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcprf
144700        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkcprf
144800        PERFORM DISPLAY-IO-STATUS                                 zbnkcprf
144900        PERFORM ABORT-PROGRAM                                     zbnkcprf
145000     END-IF.                                                      zbnkcprf
145100                                                                  zbnkcprf
145200******************************************************************zbnkcprf
145300* Open, access and close the PROFOUT file.                       *zbnkcprf
145400******************************************************************zbnkcprf
145500 PROFOUT-OPEN.                                                    zbnkcprf
145600     OPEN OUTPUT PROFOUT-FILE.                                    zbnkcprf
145700     IF WS-PROFOUT-STATUS = '00'                                  zbnkcprf
145800        MOVE 'PROFOUT file opened OK' TO WS-CONSOLE-MESSAGE       zbnkcprf
145900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcprf
146000     ELSE                                                         zbnkcprf
146100        MOVE 'PROFOUT file open failure...' TO WS-CONSOLE-MESSAGE zbnkcprf
146200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcprf
146300        MOVE WS-PROFOUT-STATUS TO WS-IO-STATUS                    zbnkcprf
146400        PERFORM DISPLAY-IO-STATUS                                 zbnkcprf
146500        PERFORM ABORT-PROGRAM                                     zbnkcprf
146600     END-IF.                                                      zbnkcprf
146700                                                                  zbnkcprf
146800 PROFOUT-PUT.                                                     zbnkcprf
146900     WRITE PROFOUT-REC.                                           zbnkcprf
147000     ADD 1 TO WS-EXTRACT-RECORDS.                                 zbnkcprf
147100     IF WS-PROFOUT-STATUS NOT = '00'                              zbnkcprf
147200        MOVE 'PROFOUT Error writing file ...'                     zbnkcprf
147300          TO WS-CONSOLE-MESSAGE                                   zbnkcprf
147400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcprf
147500        MOVE WS-PROFOUT-STATUS TO WS-IO-STATUS                    zbnkcprf
147600        PERFORM DISPLAY-IO-STATUS                                 zbnkcprf
147700        PERFORM ABORT-PROGRAM                                     zbnkcprf
147800     END-IF.                                                      zbnkcprf
147900                                                                  zbnkcprf
148000 PROFOUT-CLOSE.                                                   zbnkcprf
148100     CLOSE PROFOUT-FILE.                                          zbnkcprf
148200     IF WS-PROFOUT-STATUS = '00'                                  zbnkcprf
148300        MOVE 'PROFOUT file closed OK' TO WS-CONSOLE-MESSAGE       zbnkcprf
148400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcprf
148500     ELSE                                                         zbnkcprf
148600        MOVE 'PROFOUT file close failure...'                      zbnkcprf
148700          TO WS-CONSOLE-MESSAGE                                   zbnkcprf
148800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcprf
148900        MOVE WS-PROFOUT-STATUS TO WS-IO-STATUS                    zbnkcprf
149000        PERFORM DISPLAY-IO-STATUS                                 zbnkcprf
149100        PERFORM ABORT-PROGRAM                                     zbnkcprf
149200     END-IF.                                                      zbnkcprf
149300                                                                  zbnkcprf
149400******************************************************************zbnkcprf
149500* Write a short end-of-job summary to the JOBSUM file, in the    *zbnkcprf
149600* same style as the other batch jobs' summaries.                 *zbnkcprf
149700******************************************************************zbnkcprf
149800 PRINT-JOB-SUMMARY.                                               zbnkcprf
149900     PERFORM JOBSUM-OPEN.                                         zbnkcprf
150000     MOVE SPACES TO JOBSUM-REC.                                   zbnkcprf
150100     STRING 'Accounts aggregated:         ' DELIMITED BY SIZE     zbnkcprf
150200            WS-ACCOUNTS-AGGREGATED DELIMITED BY SIZE              zbnkcprf
150300       INTO JOBSUM-REC.                                           zbnkcprf
150400     PERFORM JOBSUM-PUT.                                          zbnkcprf
150500     MOVE SPACES TO JOBSUM-REC.                                   zbnkcprf
150600     STRING 'Postings counted:            ' DELIMITED BY SIZE     zbnkcprf
150700            WS-POSTINGS-COUNTED DELIMITED BY SIZE                 zbnkcprf
150800       INTO JOBSUM-REC.                                           zbnkcprf
150900     PERFORM JOBSUM-PUT.                                          zbnkcprf
151000     MOVE SPACES TO JOBSUM-REC.                                   zbnkcprf
151100     STRING 'Loan instalments counted:    ' DELIMITED BY SIZE     zbnkcprf
151200            WS-INSTALMENTS-COUNTED DELIMITED BY SIZE              zbnkcprf
151300       INTO JOBSUM-REC.                                           zbnkcprf
151400     PERFORM JOBSUM-PUT.                                          zbnkcprf
151500     MOVE SPACES TO JOBSUM-REC.                                   zbnkcprf
151600     STRING 'Customers reported:          ' DELIMITED BY SIZE     zbnkcprf
151700            WS-CUSTOMERS-REPORTED DELIMITED BY SIZE               zbnkcprf
151800       INTO JOBSUM-REC.                                           zbnkcprf
151900     PERFORM JOBSUM-PUT.                                          zbnkcprf
152000     MOVE SPACES TO JOBSUM-REC.                                   zbnkcprf
152100     STRING 'Extract records written:     ' DELIMITED BY SIZE     zbnkcprf
152200            WS-EXTRACT-RECORDS DELIMITED BY SIZE                  zbnkcprf
152300       INTO JOBSUM-REC.                                           zbnkcprf
152400     PERFORM JOBSUM-PUT.                                          zbnkcprf
152500     PERFORM JOBSUM-CLOSE.                                        zbnkcprf
152600     MOVE 'Job summary written to JOBSUM'                         zbnkcprf
152700       TO WS-CONSOLE-MESSAGE.                                     zbnkcprf
152800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkcprf
152900                                                                  zbnkcprf
153000 JOBSUM-OPEN.                                                     zbnkcprf
153100     OPEN OUTPUT JOBSUM-FILE.                                     zbnkcprf
153200     IF WS-JOBSUM-STATUS = '00'                                   zbnkcprf
153300        MOVE 'JOBSUM file opened OK' TO WS-CONSOLE-MESSAGE        zbnkcprf
153400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcprf
153500     ELSE                                                         zbnkcprf
153600        MOVE 'JOBSUM file open failure...' TO WS-CONSOLE-MESSAGE  zbnkcprf
153700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcprf
153800        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkcprf
153900        PERFORM DISPLAY-IO-STATUS                                 zbnkcprf
154000        PERFORM ABORT-PROGRAM                                     zbnkcprf
154100     END-IF.                                                      zbnkcprf
154200                                                                  zbnkcprf
154300 JOBSUM-PUT.                                                      zbnkcprf
154400     WRITE JOBSUM-REC.                                            zbnkcprf
154500     IF WS-JOBSUM-STATUS NOT = '00'                               zbnkcprf
154600        MOVE 'JOBSUM Error writing file ...' TO WS-CONSOLE-MESSAGEzbnkcprf
154700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcprf
154800        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkcprf
154900        PERFORM DISPLAY-IO-STATUS                                 zbnkcprf
155000        PERFORM ABORT-PROGRAM                                     zbnkcprf
155100     END-IF.                                                      zbnkcprf
155200                                                                  zbnkcprf
155300 JOBSUM-CLOSE.                                                    zbnkcprf
155400     CLOSE JOBSUM-FILE.                                           zbnkcprf
155500     IF WS-JOBSUM-STATUS = '00'                                   zbnkcprf
155600        MOVE 'JOBSUM file closed OK' TO WS-CONSOLE-MESSAGE        zbnkcprf
155700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcprf
155800     ELSE                                                         zbnkcprf
155900        MOVE 'JOBSUM file close failure...' TO WS-CONSOLE-MESSAGE zbnkcprf
156000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcprf
156100        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkcprf
156200        PERFORM DISPLAY-IO-STATUS                                 zbnkcprf
156300        PERFORM ABORT-PROGRAM                                     zbnkcprf
156400     END-IF.                                                      zbnkcprf
156500                                                                  zbnkcprf
156600******************************************************************zbnkcprf
156700* Run-control hooks. The START call blocks this job when it has  *zbnkcprf
156800* already completed for the business date or a prerequisite has  *zbnkcprf
156900* not, and records the start on BNKRUNC; the END call records    *zbnkcprf
157000* the end time and return code. See URUNCTL.CBL.                 *zbnkcprf
157100******************************************************************zbnkcprf
157200 RUN-CONTROL-START.                                               zbnkcprf
157300     SET RUNCTL-START TO TRUE.                                    zbnkcprf
157400     MOVE 'ZBNKCPRF' TO RUNCTL-JOB.                               zbnkcprf
157500     MOVE ZERO TO RUNCTL-BUSDATE.                                 zbnkcprf
157600     MOVE ZERO TO RUNCTL-RETURN-CODE.                             zbnkcprf
157700     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkcprf
157800     IF RUNCTL-BLOCKED                                            zbnkcprf
157900        MOVE RUNCTL-REPLY-TEXT TO WS-CONSOLE-MESSAGE              zbnkcprf
158000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcprf
158100        MOVE 'Run control blocked this run' TO WS-CONSOLE-MESSAGE zbnkcprf
158200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcprf
158300        MOVE 8 TO RETURN-CODE                                     zbnkcprf
158400        GOBACK                                                    zbnkcprf
158500     END-IF.                                                      zbnkcprf
158600 RUN-CONTROL-START-EXIT.                                          zbnkcprf
158700     EXIT.                                                        zbnkcprf
158800                                                                  zbnkcprf
158900 RUN-CONTROL-END.                                                 zbnkcprf
159000     SET RUNCTL-END TO TRUE.                                      zbnkcprf
159100     MOVE RETURN-CODE TO RUNCTL-RETURN-CODE.                      zbnkcprf
159200     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkcprf
159300                                                                  zbnkcprf
159400******************************************************************zbnkcprf
159500* Display the file status bytes                                  *zbnkcprf
159600******************************************************************zbnkcprf
159700 DISPLAY-IO-STATUS.                                               zbnkcprf
159800     IF WS-IO-STATUS NUMERIC                                      zbnkcprf
159900        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkcprf
160000        STRING 'File status -' DELIMITED BY SIZE                  zbnkcprf
160100               WS-IO-STATUS DELIMITED BY SIZE                     zbnkcprf
160200          INTO WS-CONSOLE-MESSAGE                                 zbnkcprf
160300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcprf
160400     ELSE                                                         zbnkcprf
160500        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     zbnkcprf
160600        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    zbnkcprf
160700        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkcprf
160800        STRING 'File status -' DELIMITED BY SIZE                  zbnkcprf
160900               WS-IO-STAT1 DELIMITED BY SIZE                      zbnkcprf
161000               '/' DELIMITED BY SIZE                              zbnkcprf
161100               WS-TWO-BYTES DELIMITED BY SIZE                     zbnkcprf
161200          INTO WS-CONSOLE-MESSAGE                                 zbnkcprf
161300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcprf
161400     END-IF.                                                      zbnkcprf
161500                                                                  zbnkcprf
161600******************************************************************zbnkcprf
161700* 'ABORT' the program. Post a message and issue a goback         *zbnkcprf
161800******************************************************************zbnkcprf
161900 ABORT-PROGRAM.                                                   zbnkcprf
162000     IF WS-CONSOLE-MESSAGE NOT = SPACES                           zbnkcprf
162100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcprf
162200     END-IF.                                                      zbnkcprf
162300     MOVE 'Program is abending...' TO WS-CONSOLE-MESSAGE.         zbnkcprf
162400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkcprf
162500     MOVE 16 TO RETURN-CODE.                                      zbnkcprf
162600     GOBACK.                                                      zbnkcprf
162700                                                                  zbnkcprf
162800******************************************************************zbnkcprf
162900* Display CONSOLE messages...                                    *zbnkcprf
163000******************************************************************zbnkcprf
163100 DISPLAY-CONSOLE-MESSAGE.                                         zbnkcprf
163200     DISPLAY 'ZBNKCPRF - ' WS-CONSOLE-MESSAGE                     zbnkcprf
163300       UPON CONSOLE.                                              zbnkcprf
163400     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       zbnkcprf
163500                                                                  zbnkcprf
163600* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     zbnkcprf
