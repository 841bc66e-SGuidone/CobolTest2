000100******************************************************************zbnkrvbl
000200*                                                               * zbnkrvbl
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * zbnkrvbl
000400*   This demonstration program is provided for use by users     * zbnkrvbl
000500*   of Micro Focus products and may be used, modified and       * zbnkrvbl
000600*   distributed as part of your application provided that       * zbnkrvbl
000700*   you properly acknowledge the copyright of Micro Focus       * zbnkrvbl
000800*   in this material.                                           * zbnkrvbl
000900*                                                               * zbnkrvbl
001000******************************************************************zbnkrvbl
001100                                                                  zbnkrvbl
001200******************************************************************zbnkrvbl
001300* ZBNKRVBL.CBL                                                   *zbnkrvbl
001400* Function:    Daily billing run for the BNKRVLN revolving       *zbnkrvbl
001500*              credit lines. On a line's due date the payments   *zbnkrvbl
001600*              received since its last statement are set against *zbnkrvbl
001700*              the minimum due - topped up first by autopay from *zbnkrvbl
001800*              the nominated deposit account where there is one  *zbnkrvbl
001900*              - and the minimum is marked met or missed; a line *zbnkrvbl
002000*              that misses two minimums is suspended with its    *zbnkrvbl
002100*              limit held at the balance owed until a minimum is *zbnkrvbl
002200*              met again. On a line's cycle day it is stated:    *zbnkrvbl
002300*              the period's purchases, cash advances, fees and   *zbnkrvbl
002400*              payments from BNKTXN, interest charged (cash      *zbnkrvbl
002500*              advances from the day drawn; purchases and the    *zbnkrvbl
002600*              unpaid balance only once the grace period is lost *zbnkrvbl
002700*              by not paying the last statement in full), the    *zbnkrvbl
002800*              new balance, minimum payment and due date.        *zbnkrvbl
002900*              Statements are printed and stored on BNKSARC;     *zbnkrvbl
003000*              autopay failures, missed minimums, suspensions    *zbnkrvbl
003100*              and reinstatements are listed on RVLEXC.          *zbnkrvbl
003110*              An autopay drawn from an account at a different   *zbnkrvbl
003120*              branch from the line's raises the BNKIBRT         *zbnkrvbl
003130*              due-to/due-from pair for ZBNKIBRC.                *zbnkrvbl
003200******************************************************************zbnkrvbl
003300 IDENTIFICATION DIVISION.                                         zbnkrvbl
003400 PROGRAM-ID.                                                      zbnkrvbl
003500     ZBNKRVBL.                                                    zbnkrvbl
003600 DATE-WRITTEN.                                                    zbnkrvbl
003700     October 2026.                                                zbnkrvbl
003800 DATE-COMPILED.                                                   zbnkrvbl
003900     Today.                                                       zbnkrvbl
004000                                                                  zbnkrvbl
004100 ENVIRONMENT DIVISION.                                            zbnkrvbl
004200 INPUT-OUTPUT   SECTION.                                          zbnkrvbl
004300   FILE-CONTROL.                                                  zbnkrvbl
004400     SELECT RVLN-FILE                                             zbnkrvbl
004500            ASSIGN       TO BNKRVLN                               zbnkrvbl
004600            ORGANIZATION IS INDEXED                               zbnkrvbl
004700            ACCESS MODE  IS SEQUENTIAL                            zbnkrvbl
004800            RECORD KEY   IS RVL-REC-ACCNO                         zbnkrvbl
004900            FILE STATUS  IS WS-RVLN-STATUS.                       zbnkrvbl
005000     SELECT ACCOUNT-FILE                                          zbnkrvbl
005100            ASSIGN       TO BNKACCT                               zbnkrvbl
005200            ORGANIZATION IS INDEXED                               zbnkrvbl
005300            ACCESS MODE  IS RANDOM                                zbnkrvbl
005400            RECORD KEY   IS BAC-REC-ACCNO                         zbnkrvbl
005500            FILE STATUS  IS WS-ACCOUNT-STATUS.                    zbnkrvbl
005600     SELECT CUSTOMER-FILE                                         zbnkrvbl
005700            ASSIGN       TO BNKCUST                               zbnkrvbl
005800            ORGANIZATION IS INDEXED                               zbnkrvbl
005900            ACCESS MODE  IS RANDOM                                zbnkrvbl
006000            RECORD KEY   IS BCS-REC-PID                           zbnkrvbl
006100            FILE STATUS  IS WS-CUSTOMER-STATUS.                   zbnkrvbl
006200     SELECT TXN-FILE                                              zbnkrvbl
006300            ASSIGN       TO BNKTXN                                zbnkrvbl
006400            ORGANIZATION IS INDEXED                               zbnkrvbl
006500            ACCESS MODE  IS DYNAMIC                               zbnkrvbl
006600            RECORD KEY   IS BTX-REC-KEY                           zbnkrvbl
006700            FILE STATUS  IS WS-TXN-STATUS.                        zbnkrvbl
006800     SELECT SARC-FILE                                             zbnkrvbl
006900            ASSIGN       TO BNKSARC                               zbnkrvbl
007000            ORGANIZATION IS INDEXED                               zbnkrvbl
007100            ACCESS MODE  IS DYNAMIC                               zbnkrvbl
007200            RECORD KEY   IS SA-REC-KEY                            zbnkrvbl
007300            FILE STATUS  IS WS-SARC-STATUS.                       zbnkrvbl
007400     SELECT PRINTOUT-FILE                                         zbnkrvbl
007500            ASSIGN       TO PRINTOUT                              zbnkrvbl
007600            ORGANIZATION IS SEQUENTIAL                            zbnkrvbl
007700            ACCESS MODE  IS SEQUENTIAL                            zbnkrvbl
007800            FILE STATUS  IS WS-PRINTOUT-STATUS.                   zbnkrvbl
007900     SELECT RVLEXC-FILE                                           zbnkrvbl
008000            ASSIGN       TO RVLEXC                                zbnkrvbl
008100            ORGANIZATION IS SEQUENTIAL                            zbnkrvbl
008200            ACCESS MODE  IS SEQUENTIAL                            zbnkrvbl
008300            FILE STATUS  IS WS-RVLEXC-STATUS.                     zbnkrvbl
008400     SELECT JOBSUM-FILE                                           zbnkrvbl
008500            ASSIGN       TO JOBSUM                                zbnkrvbl
008600            ORGANIZATION IS SEQUENTIAL                            zbnkrvbl
008700            ACCESS MODE  IS SEQUENTIAL                            zbnkrvbl
008800            FILE STATUS  IS WS-JOBSUM-STATUS.                     zbnkrvbl
008810     SELECT IBRT-FILE                                             zbnkrvbl
008820            ASSIGN       TO BNKIBRT                               zbnkrvbl
008830            ORGANIZATION IS INDEXED                               zbnkrvbl
008840            ACCESS MODE  IS RANDOM                                zbnkrvbl
008850            RECORD KEY   IS IB-REC-KEY                            zbnkrvbl
008860            FILE STATUS  IS WS-IBRT-STATUS.                       zbnkrvbl
008900                                                                  zbnkrvbl
009000 DATA DIVISION.                                                   zbnkrvbl
009100 FILE SECTION.                                                    zbnkrvbl
009200                                                                  zbnkrvbl
009300 FD  RVLN-FILE.                                                   zbnkrvbl
009400 01  RVLN-FILE-REC.                                               zbnkrvbl
009500 COPY CBANKVRN.                                                   zbnkrvbl
009600                                                                  zbnkrvbl
009700 FD  ACCOUNT-FILE.                                                zbnkrvbl
009800 01  ACCOUNT-FILE-REC.                                            zbnkrvbl
009900 COPY CBANKVAC.                                                   zbnkrvbl
010000                                                                  zbnkrvbl
010100 FD  CUSTOMER-FILE.                                               zbnkrvbl
010200 01  CUSTOMER-FILE-REC.                                           zbnkrvbl
010300 COPY CBANKVCS.                                                   zbnkrvbl
010400                                                                  zbnkrvbl
010500 FD  TXN-FILE.                                                    zbnkrvbl
010600 01  TXN-FILE-REC.                                                zbnkrvbl
010700 COPY CBANKVTX.                                                   zbnkrvbl
010800                                                                  zbnkrvbl
010900 FD  SARC-FILE.                                                   zbnkrvbl
011000 01  SARC-FILE-REC.                                               zbnkrvbl
011100 COPY CBANKVSA.                                                   zbnkrvbl
011200                                                                  zbnkrvbl
011300 FD  PRINTOUT-FILE.                                               zbnkrvbl
011400 01  PRINTOUT-REC                          PIC X(121).            zbnkrvbl
011500                                                                  zbnkrvbl
011600 FD  RVLEXC-FILE.                                                 zbnkrvbl
011700 01  RVLEXC-REC                            PIC X(121).            zbnkrvbl
011800                                                                  zbnkrvbl
011900 FD  JOBSUM-FILE.                                                 zbnkrvbl
012000 01  JOBSUM-REC                            PIC X(80).             zbnkrvbl
012100                                                                  zbnkrvbl
012110 FD  IBRT-FILE.                                                   zbnkrvbl
012120 01  IBRT-FILE-REC.                                               zbnkrvbl
012130 COPY CBANKVIB.                                                   zbnkrvbl
012140                                                                  zbnkrvbl
012200 WORKING-STORAGE SECTION.                                         zbnkrvbl
012300                                                                  zbnkrvbl
012400 01  WS-RUN-CONTROL.                                              zbnkrvbl
012500 COPY CRUNCTLD.                                                   zbnkrvbl
012600 01  WS-FILE-STATUSES.                                            zbnkrvbl
012700   05  WS-RVLN-STATUS.                                            zbnkrvbl
012800     10  WS-RVLN-STAT1                 PIC X(1).                  zbnkrvbl
012900     10  WS-RVLN-STAT2                 PIC X(1).                  zbnkrvbl
013000   05  WS-ACCOUNT-STATUS.                                         zbnkrvbl
013100     10  WS-ACCOUNT-STAT1              PIC X(1).                  zbnkrvbl
013200     10  WS-ACCOUNT-STAT2              PIC X(1).                  zbnkrvbl
013300   05  WS-CUSTOMER-STATUS.                                        zbnkrvbl
013400     10  WS-CUSTOMER-STAT1             PIC X(1).                  zbnkrvbl
013500     10  WS-CUSTOMER-STAT2             PIC X(1).                  zbnkrvbl
013600   05  WS-TXN-STATUS.                                             zbnkrvbl
013700     10  WS-TXN-STAT1                  PIC X(1).                  zbnkrvbl
013800     10  WS-TXN-STAT2                  PIC X(1).                  zbnkrvbl
013900   05  WS-SARC-STATUS.                                            zbnkrvbl
014000     10  WS-SARC-STAT1                 PIC X(1).                  zbnkrvbl
014100     10  WS-SARC-STAT2                 PIC X(1).                  zbnkrvbl
014200   05  WS-PRINTOUT-STATUS.                                        zbnkrvbl
014300     10  WS-PRINTOUT-STAT1             PIC X(1).                  zbnkrvbl
014400     10  WS-PRINTOUT-STAT2             PIC X(1).                  zbnkrvbl
014500   05  WS-RVLEXC-STATUS.                                          zbnkrvbl
014600     10  WS-RVLEXC-STAT1               PIC X(1).                  zbnkrvbl
014700     10  WS-RVLEXC-STAT2               PIC X(1).                  zbnkrvbl
014800   05  WS-JOBSUM-STATUS.                                          zbnkrvbl
014900     10  WS-JOBSUM-STAT1               PIC X(1).                  zbnkrvbl
015000     10  WS-JOBSUM-STAT2               PIC X(1).                  zbnkrvbl
015010   05  WS-IBRT-STATUS.                                            zbnkrvbl
015020     10  WS-IBRT-STAT1                 PIC X(1).                  zbnkrvbl
015030     10  WS-IBRT-STAT2                 PIC X(1).                  zbnkrvbl
015100   05  WS-IO-STATUS.                                              zbnkrvbl
015200     10  WS-IO-STAT1                   PIC X(1).                  zbnkrvbl
015300     10  WS-IO-STAT2                   PIC X(1).                  zbnkrvbl
015400                                                                  zbnkrvbl
015500   05  WS-TWO-BYTES.                                              zbnkrvbl
015600     10  WS-TWO-BYTES-LEFT             PIC X(1).                  zbnkrvbl
015700     10  WS-TWO-BYTES-RIGHT            PIC X(1).                  zbnkrvbl
015800   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 zbnkrvbl
015900                                      PIC 9(1) COMP.              zbnkrvbl
016000                                                                  zbnkrvbl
016100 01  WS-CONSOLE-MESSAGE                    PIC X(48).             zbnkrvbl
016200                                                                  zbnkrvbl
016300 01  WS-OFAPOST-PARM.                                             zbnkrvbl
016400 COPY COFAPSTD.                                                   zbnkrvbl
016500                                                                  zbnkrvbl
016600 01  WS-DATE-WORK-AREA.                                           zbnkrvbl
016700 COPY CDATED.                                                     zbnkrvbl
016800                                                                  zbnkrvbl
016900******************************************************************zbnkrvbl
017000* Run date/time, used to stamp every BNKTXN record this job      *zbnkrvbl
017100* writes, and the run date as a day number for the interest and  *zbnkrvbl
017200* due-date arithmetic.                                           *zbnkrvbl
017300******************************************************************zbnkrvbl
017400 01  WS-TODAY-DATE-N                       PIC 9(8).              zbnkrvbl
017500 01  WS-TODAY-DATE-PARTS REDEFINES WS-TODAY-DATE-N.               zbnkrvbl
017600     05  WS-TODAY-CCYY                     PIC 9(4).              zbnkrvbl
017700     05  WS-TODAY-MM                       PIC 9(2).              zbnkrvbl
017800     05  WS-TODAY-DD                       PIC 9(2).              zbnkrvbl
017900 01  WS-TODAY-INT                          PIC 9(7).              zbnkrvbl
018000 01  WS-RUN-DATE-DISPLAY                   PIC X(11).             zbnkrvbl
018100 01  WS-RUN-TIME-8                         PIC 9(8).              zbnkrvbl
018200 01  WS-RUN-TIME                           PIC X(6).              zbnkrvbl
018300                                                                  zbnkrvbl
018400******************************************************************zbnkrvbl
018500* The billing period runs from the last statement date           *zbnkrvbl
018600* (exclusive) to today (inclusive); a line's first period runs   *zbnkrvbl
018700* from the day it was opened.                                    *zbnkrvbl
018800******************************************************************zbnkrvbl
018900 01  WS-PERIOD-START-N                     PIC 9(8).              zbnkrvbl
019000 01  WS-PERIOD-START-INT                   PIC 9(7).              zbnkrvbl
019100 01  WS-CYCLE-DAYS                         PIC 9(3).              zbnkrvbl
019200                                                                  zbnkrvbl
019300******************************************************************zbnkrvbl
019400* BNKTXN carries its posting date in display form; it is         *zbnkrvbl
019500* resolved to CCYYMMDD against the month table to test it        *zbnkrvbl
019600* against the billing period.                                    *zbnkrvbl
019700******************************************************************zbnkrvbl
019800 01  WS-CONV-DATE-11                       PIC X(11).             zbnkrvbl
019900 01  WS-CONV-DATE-N                        PIC 9(8).              zbnkrvbl
020000 01  WS-CONV-DATE-PARTS REDEFINES WS-CONV-DATE-N.                 zbnkrvbl
020100     05  WS-CONV-CCYY                      PIC 9(4).              zbnkrvbl
020200     05  WS-CONV-MM                        PIC 9(2).              zbnkrvbl
020300     05  WS-CONV-DD                        PIC 9(2).              zbnkrvbl
020400 01  WS-CONV-MMM-SEARCH                    PIC X(3).              zbnkrvbl
020500 01  WS-MONTH-SUB                          PIC 9(2) COMP.         zbnkrvbl
020600 01  WS-MONTH-NAMES.                                              zbnkrvbl
020700     05  FILLER                            PIC X(3) VALUE 'JAN'.  zbnkrvbl
020800     05  FILLER                            PIC X(3) VALUE 'FEB'.  zbnkrvbl
020900     05  FILLER                            PIC X(3) VALUE 'MAR'.  zbnkrvbl
021000     05  FILLER                            PIC X(3) VALUE 'APR'.  zbnkrvbl
021100     05  FILLER                            PIC X(3) VALUE 'MAY'.  zbnkrvbl
021200     05  FILLER                            PIC X(3) VALUE 'JUN'.  zbnkrvbl
021300     05  FILLER                            PIC X(3) VALUE 'JUL'.  zbnkrvbl
021400     05  FILLER                            PIC X(3) VALUE 'AUG'.  zbnkrvbl
021500     05  FILLER                            PIC X(3) VALUE 'SEP'.  zbnkrvbl
021600     05  FILLER                            PIC X(3) VALUE 'OCT'.  zbnkrvbl
021700     05  FILLER                            PIC X(3) VALUE 'NOV'.  zbnkrvbl
021800     05  FILLER                            PIC X(3) VALUE 'DEC'.  zbnkrvbl
021900 01  WS-MONTH-NAME-TBL REDEFINES WS-MONTH-NAMES                   zbnkrvbl
022000                                      PIC X(3) OCCURS 12 TIMES.   zbnkrvbl
022100                                                                  zbnkrvbl
022200******************************************************************zbnkrvbl
022300* Any CCYYMMDD date shown on the statement is edited through     *zbnkrvbl
022400* here as dd/mm/ccyy.                                            *zbnkrvbl
022500******************************************************************zbnkrvbl
022600 01  WS-EDIT-DATE-N                        PIC 9(8).              zbnkrvbl
022700 01  WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE-N.                 zbnkrvbl
022800     05  WS-EDIT-CCYY                      PIC 9(4).              zbnkrvbl
022900     05  WS-EDIT-MM                        PIC 9(2).              zbnkrvbl
023000     05  WS-EDIT-DD                        PIC 9(2).              zbnkrvbl
023100 01  WS-EDIT-DATE.                                                zbnkrvbl
023200     05  WS-EDIT-DATE-DD                   PIC 9(2).              zbnkrvbl
023300     05  FILLER                            PIC X(1) VALUE '/'.    zbnkrvbl
023400     05  WS-EDIT-DATE-MM                   PIC 9(2).              zbnkrvbl
023500     05  FILLER                            PIC X(1) VALUE '/'.    zbnkrvbl
023600     05  WS-EDIT-DATE-CCYY                 PIC 9(4).              zbnkrvbl
023700                                                                  zbnkrvbl
023800******************************************************************zbnkrvbl
023900* How the period's postings are classed on the statement. Card   *zbnkrvbl
024000* purchases earn the grace period; cash drawn at an ATM or a     *zbnkrvbl
024100* teller, or transferred out, is a cash advance and bears        *zbnkrvbl
024200* interest from the day it was drawn. Any other debit is a fee   *zbnkrvbl
024300* or charge and any credit a payment. A reversed posting and     *zbnkrvbl
024400* its reversal cancel out and are listed but not classed.        *zbnkrvbl
024500******************************************************************zbnkrvbl
024600 01  WS-POSTING-TYPE                       PIC X(3).              zbnkrvbl
024700     88  POSTING-IS-PURCHASE               VALUE 'POS'.           zbnkrvbl
024800     88  POSTING-IS-CASH                   VALUE 'ATW' 'TLW'      zbnkrvbl
024900                                                 'TRF'.           zbnkrvbl
025000                                                                  zbnkrvbl
025100******************************************************************zbnkrvbl
025200* Fields gathered for the line being billed. Interest is         *zbnkrvbl
025300* accumulated unrounded, a posting at a time, and rounded once   *zbnkrvbl
025400* when it is charged.                                            *zbnkrvbl
025500******************************************************************zbnkrvbl
025600 01  WS-OWED                               PIC S9(7)V99 COMP-3.   zbnkrvbl
025700 01  WS-PAID                               PIC S9(7)V99 COMP-3.   zbnkrvbl
025800 01  WS-AUTOPAY-TARGET                     PIC S9(7)V99 COMP-3.   zbnkrvbl
025900 01  WS-AUTOPAY-AMOUNT                     PIC S9(7)V99 COMP-3.   zbnkrvbl
026000 01  WS-PERIOD-PAID                        PIC S9(7)V99 COMP-3.   zbnkrvbl
026100 01  WS-PERIOD-PURCHASES                   PIC S9(7)V99 COMP-3.   zbnkrvbl
026200 01  WS-PERIOD-CASH                        PIC S9(7)V99 COMP-3.   zbnkrvbl
026300 01  WS-PERIOD-FEES                        PIC S9(7)V99 COMP-3.   zbnkrvbl
026400 01  WS-UNPAID-BALANCE                     PIC S9(7)V99 COMP-3.   zbnkrvbl
026500 01  WS-POSTING-AMOUNT                     PIC S9(7)V99 COMP-3.   zbnkrvbl
026600 01  WS-POSTING-DAYS                       PIC S9(5) COMP-3.      zbnkrvbl
026700 01  WS-INTEREST-WORK                      PIC S9(7)V9(6) COMP-3. zbnkrvbl
026800 01  WS-INTEREST                           PIC S9(7)V99 COMP-3.   zbnkrvbl
026900 01  WS-MIN-DUE                            PIC S9(7)V99 COMP-3.   zbnkrvbl
027000 01  WS-AVAILABLE                          PIC S9(7)V99 COMP-3.   zbnkrvbl
027100 01  WS-LINE-CHANGED                       PIC X(3).              zbnkrvbl
027200 01  WS-LINES-THIS-SECTION                 PIC 9(5).              zbnkrvbl
027300                                                                  zbnkrvbl
027400******************************************************************zbnkrvbl
027500* A line suspended after this many consecutive missed minimums.  *zbnkrvbl
027600******************************************************************zbnkrvbl
027700 01  WS-SUSPEND-AFTER                      PIC 9(3) VALUE 2.      zbnkrvbl
027800                                                                  zbnkrvbl
027900 01  WS-TXN-SEQ                            PIC 9(3) VALUE ZERO.   zbnkrvbl
028000                                                                  zbnkrvbl
028100 01  WS-POST-ACCNO                         PIC X(9).              zbnkrvbl
028200 01  WS-POST-AMOUNT                        PIC S9(7)V99 COMP-3.   zbnkrvbl
028300 01  WS-POST-BALANCE                       PIC S9(7)V99 COMP-3.   zbnkrvbl
028400 01  WS-POST-DESC                          PIC X(25).             zbnkrvbl
028500 01  WS-POST-TYPE                          PIC X(3).              zbnkrvbl
028600                                                                  zbnkrvbl
028700 01  WS-END-OF-RVLN                        PIC X(3) VALUE 'NO '.  zbnkrvbl
028800                                                                  zbnkrvbl
028900******************************************************************zbnkrvbl
029000* Line statements are archived under the customer's contact id   *zbnkrvbl
029100* and today's date from line 70001 upwards, after the deposit    *zbnkrvbl
029200* and loan statements, so DBANK18P pages them last. A customer   *zbnkrvbl
029300* with two lines stated on the same day has the second follow    *zbnkrvbl
029400* the first.                                                     *zbnkrvbl
029500******************************************************************zbnkrvbl
029600 01  WS-SARC-AVAILABLE                     PIC X(3) VALUE 'NO '.  zbnkrvbl
029700 01  WS-SARC-SEQ                           PIC 9(5) VALUE ZERO.   zbnkrvbl
029800 01  WS-SARC-FIRST-SEQ                     PIC 9(5) VALUE 70000.  zbnkrvbl
029900 01  WS-CURRENT-CONTACT                    PIC X(5) VALUE SPACES. zbnkrvbl
030000                                                                  zbnkrvbl
030100******************************************************************zbnkrvbl
030200* Run counters, reported on the job summary at the end of the    *zbnkrvbl
030300* run.                                                           *zbnkrvbl
030400******************************************************************zbnkrvbl
030500 01  WS-LINES-READ                         PIC 9(5) VALUE ZERO.   zbnkrvbl
030600 01  WS-LINES-CLOSED                       PIC 9(5) VALUE ZERO.   zbnkrvbl
030700 01  WS-DUE-DATES                          PIC 9(5) VALUE ZERO.   zbnkrvbl
030800 01  WS-MINIMUMS-MET                       PIC 9(5) VALUE ZERO.   zbnkrvbl
030900 01  WS-MINIMUMS-MISSED                    PIC 9(5) VALUE ZERO.   zbnkrvbl
031000 01  WS-AUTOPAYS-TAKEN                     PIC 9(5) VALUE ZERO.   zbnkrvbl
031100 01  WS-AUTOPAYS-FAILED                    PIC 9(5) VALUE ZERO.   zbnkrvbl
031200 01  WS-LINES-SUSPENDED                    PIC 9(5) VALUE ZERO.   zbnkrvbl
031300 01  WS-LINES-REINSTATED                   PIC 9(5) VALUE ZERO.   zbnkrvbl
031400 01  WS-STATEMENTS-PRINTED                 PIC 9(5) VALUE ZERO.   zbnkrvbl
031500 01  WS-LINES-ARCHIVED                     PIC 9(7) VALUE ZERO.   zbnkrvbl
031600 01  WS-EXCEPT-COUNT                       PIC 9(5) VALUE ZERO.   zbnkrvbl
031610 01  WS-INTER-BRANCH-POSTED                PIC 9(7) VALUE ZERO.   zbnkrvbl
031620 01  WS-AUTOPAY-BRANCH                     PIC X(3).              zbnkrvbl
031630 01  WS-AUTOPAY-CURRENCY                   PIC X(3).              zbnkrvbl
031700 01  WS-AUTOPAY-TOTAL                      PIC S9(9)V99 COMP-3    zbnkrvbl
031800                                           VALUE ZERO.            zbnkrvbl
031900 01  WS-INTEREST-TOTAL                     PIC S9(9)V99 COMP-3    zbnkrvbl
032000                                           VALUE ZERO.            zbnkrvbl
032100 01  WS-TOTAL-DISPLAY                      PIC Z,ZZZ,ZZZ,ZZ9.99-. zbnkrvbl
032200                                                                  zbnkrvbl
032300 01  WS-EXCEPT-REASON                      PIC X(40).             zbnkrvbl
032400 01  WS-AMOUNT-DISPLAY                     PIC Z,ZZZ,ZZ9.99-.     zbnkrvbl
032500                                                                  zbnkrvbl
032600******************************************************************zbnkrvbl
032700* Statement print lines. Column 1 is the carriage control        *zbnkrvbl
032800* character, as on the deposit and loan statements.              *zbnkrvbl
032900******************************************************************zbnkrvbl
033000 01  WS-PRINT-LINES.                                              zbnkrvbl
033100   05  WS-LINE-HEAD1.                                             zbnkrvbl
033200     10  FILLER                            PIC X(1) VALUE '1'.    zbnkrvbl
033300     10  FILLER                            PIC X(40) VALUE SPACES.zbnkrvbl
033400     10  FILLER                            PIC X(21)              zbnkrvbl
033500         VALUE 'Micro Focus Demo Bank'.                           zbnkrvbl
033600   05  WS-LINE-HEAD2.                                             zbnkrvbl
033700     10  FILLER                            PIC X(1) VALUE ' '.    zbnkrvbl
033800     10  FILLER                            PIC X(40) VALUE SPACES.zbnkrvbl
033900     10  FILLER                            PIC X(21)              zbnkrvbl
034000         VALUE 'Credit Line Statement'.                           zbnkrvbl
034100   05  WS-LINE-ADDR.                                              zbnkrvbl
034200     10  WS-LINE-ADDR-CC                   PIC X(1).              zbnkrvbl
034300     10  WS-LINE-ADDR-TEXT                 PIC X(25).             zbnkrvbl
034400     10  FILLER                            PIC X(53) VALUE SPACES.zbnkrvbl
034500     10  WS-LINE-ADDR-DATE                 PIC X(24).             zbnkrvbl
034600   05  WS-LINE-TERMS.                                             zbnkrvbl
034700     10  FILLER                            PIC X(1) VALUE '0'.    zbnkrvbl
034800     10  FILLER                            PIC X(12)              zbnkrvbl
034900         VALUE 'Credit line '.                                    zbnkrvbl
035000     10  WS-LINE-TERMS-ACCNO               PIC X(9).              zbnkrvbl
035100     10  FILLER                            PIC X(9)               zbnkrvbl
035200         VALUE '   Limit '.                                       zbnkrvbl
035300     10  WS-LINE-TERMS-LIMIT               PIC Z,ZZZ,ZZ9.99.      zbnkrvbl
035400     10  FILLER                            PIC X(18)              zbnkrvbl
035500         VALUE '   Purchase rate '.                               zbnkrvbl
035600     10  WS-LINE-TERMS-PURCHASE            PIC ZZ9.9999.          zbnkrvbl
035700     10  FILLER                            PIC X(15)              zbnkrvbl
035800         VALUE '%   Cash rate '.                                  zbnkrvbl
035900     10  WS-LINE-TERMS-CASH                PIC ZZ9.9999.          zbnkrvbl
036000     10  FILLER                            PIC X(1) VALUE '%'.    zbnkrvbl
036100   05  WS-LINE-PERIOD.                                            zbnkrvbl
036200     10  FILLER                            PIC X(1) VALUE ' '.    zbnkrvbl
036300     10  FILLER                            PIC X(17)              zbnkrvbl
036400         VALUE 'Statement period '.                               zbnkrvbl
036500     10  WS-LINE-PERIOD-FROM               PIC X(10).             zbnkrvbl
036600     10  FILLER                            PIC X(4) VALUE ' to '. zbnkrvbl
036700     10  WS-LINE-PERIOD-TO                 PIC X(10).             zbnkrvbl
036800   05  WS-LINE-SECTION.                                           zbnkrvbl
036900     10  FILLER                            PIC X(1) VALUE '0'.    zbnkrvbl
037000     10  WS-LINE-SECTION-TEXT              PIC X(60).             zbnkrvbl
037100   05  WS-LINE-TXN.                                               zbnkrvbl
037200     10  FILLER                            PIC X(1) VALUE ' '.    zbnkrvbl
037300     10  FILLER                            PIC X(2) VALUE SPACES. zbnkrvbl
037400     10  WS-LINE-TXN-DATE                  PIC X(11).             zbnkrvbl
037500     10  FILLER                            PIC X(3) VALUE SPACES. zbnkrvbl
037600     10  WS-LINE-TXN-DESC                  PIC X(25).             zbnkrvbl
037700     10  FILLER                            PIC X(3) VALUE SPACES. zbnkrvbl
037800     10  WS-LINE-TXN-AMOUNT                PIC Z,ZZZ,ZZ9.99-.     zbnkrvbl
037900     10  FILLER                            PIC X(3) VALUE SPACES. zbnkrvbl
038000     10  WS-LINE-TXN-CLASS                 PIC X(16).             zbnkrvbl
038100   05  WS-LINE-TEXT.                                              zbnkrvbl
038200     10  FILLER                            PIC X(1) VALUE ' '.    zbnkrvbl
038300     10  FILLER                            PIC X(2) VALUE SPACES. zbnkrvbl
038400     10  WS-LINE-TEXT-DATA                 PIC X(118).            zbnkrvbl
038500   05  WS-LINE-TOTAL.                                             zbnkrvbl
038600     10  FILLER                            PIC X(1) VALUE ' '.    zbnkrvbl
038700     10  FILLER                            PIC X(2) VALUE SPACES. zbnkrvbl
038800     10  WS-LINE-TOTAL-LABEL               PIC X(32).             zbnkrvbl
038900     10  WS-LINE-TOTAL-AMOUNT              PIC Z,ZZZ,ZZ9.99-.     zbnkrvbl
039000                                                                  zbnkrvbl
039100 01  WS-EDIT-AMOUNT-1                      PIC Z,ZZZ,ZZ9.99.      zbnkrvbl
039200                                                                  zbnkrvbl
039300 01  WS-JRNL-PARM.                                                zbnkrvbl
039400 COPY CJRNLD.                                                     zbnkrvbl
039500 01  WS-ACCOUNT-IMAGE                      PIC X(200).            zbnkrvbl
039600 01  WS-RVLN-IMAGE                         PIC X(200).            zbnkrvbl
039610                                                                  zbnkrvbl
039620 01  WS-TXNJ-PARM.                                                zbnkrvbl
039630 COPY CTXNJND.                                                    zbnkrvbl
039700                                                                  zbnkrvbl
039800 PROCEDURE DIVISION.                                              zbnkrvbl
039900                                                                  zbnkrvbl
040000     PERFORM RUN-CONTROL-START                                    zbnkrvbl
040100         THRU RUN-CONTROL-START-EXIT.                             zbnkrvbl
040200                                                                  zbnkrvbl
040300     PERFORM GET-RUN-DATE.                                        zbnkrvbl
040400                                                                  zbnkrvbl
040500     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           zbnkrvbl
040600     STRING 'Credit line billing for ' DELIMITED BY SIZE          zbnkrvbl
040700            WS-RUN-DATE-DISPLAY DELIMITED BY SIZE                 zbnkrvbl
040800       INTO WS-CONSOLE-MESSAGE.                                   zbnkrvbl
040900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkrvbl
041000                                                                  zbnkrvbl
041100     PERFORM RVLN-OPEN.                                           zbnkrvbl
041200     PERFORM ACCOUNT-OPEN.                                        zbnkrvbl
041300     PERFORM CUSTOMER-OPEN.                                       zbnkrvbl
041400     PERFORM TXN-OPEN.                                            zbnkrvbl
041500     PERFORM SARC-OPEN.                                           zbnkrvbl
041600     PERFORM PRINTOUT-OPEN.                                       zbnkrvbl
041700     PERFORM RVLEXC-OPEN.                                         zbnkrvbl
041710     PERFORM IBRT-OPEN.                                           zbnkrvbl
041800                                                                  zbnkrvbl
041900     MOVE 'NO ' TO WS-END-OF-RVLN.                                zbnkrvbl
042000     PERFORM RVLN-GET.                                            zbnkrvbl
042100     PERFORM BILL-ALL-LINES                                       zbnkrvbl
042200         UNTIL WS-END-OF-RVLN = 'YES'.                            zbnkrvbl
042300                                                                  zbnkrvbl
042400     PERFORM RVLN-CLOSE.                                          zbnkrvbl
042500     PERFORM ACCOUNT-CLOSE.                                       zbnkrvbl
042600     PERFORM CUSTOMER-CLOSE.                                      zbnkrvbl
042700     PERFORM TXN-CLOSE.                                           zbnkrvbl
042800     PERFORM SARC-CLOSE.                                          zbnkrvbl
042900     PERFORM PRINTOUT-CLOSE.                                      zbnkrvbl
043000     PERFORM RVLEXC-CLOSE.                                        zbnkrvbl
043010     PERFORM IBRT-CLOSE.                                          zbnkrvbl
043100                                                                  zbnkrvbl
043200     PERFORM PRINT-JOB-SUMMARY.                                   zbnkrvbl
043300                                                                  zbnkrvbl
043400     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     zbnkrvbl
043500     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkrvbl
043600     MOVE 0 TO RETURN-CODE.                                       zbnkrvbl
043700     PERFORM RUN-CONTROL-END.                                     zbnkrvbl
043800     GOBACK.                                                      zbnkrvbl
043900                                                                  zbnkrvbl
044000******************************************************************zbnkrvbl
044100* GET-RUN-DATE                                                   *zbnkrvbl
044200* Obtains today's date, in numeric, day-number and display form, *zbnkrvbl
044300* and the current time, used to stamp every BNKTXN record        *zbnkrvbl
044400* posted by this run.                                            *zbnkrvbl
044500******************************************************************zbnkrvbl
044600 GET-RUN-DATE.                                                    zbnkrvbl
044700     ACCEPT WS-TODAY-DATE-N FROM DATE YYYYMMDD.                   zbnkrvbl
044800     COMPUTE WS-TODAY-INT =                                       zbnkrvbl
044900             FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE-N).          zbnkrvbl
045000     MOVE SPACES TO DD-INPUT-TYPE.                                zbnkrvbl
045100     SET DDI-ISO TO TRUE.                                         zbnkrvbl
045200     MOVE SPACES TO DDI-DATA.                                     zbnkrvbl
045300     STRING WS-TODAY-CCYY DELIMITED BY SIZE                       zbnkrvbl
045400            '-'           DELIMITED BY SIZE                       zbnkrvbl
045500            WS-TODAY-MM   DELIMITED BY SIZE                       zbnkrvbl
045600            '-'           DELIMITED BY SIZE                       zbnkrvbl
045700            WS-TODAY-DD   DELIMITED BY SIZE                       zbnkrvbl
045800       INTO DDI-DATA.                                             zbnkrvbl
045900     MOVE SPACES TO DD-OUTPUT-TYPE.                               zbnkrvbl
046000     SET DDO-DD-MMM-YYYY TO TRUE.                                 zbnkrvbl
046100     SET DD-ENV-NULL TO TRUE.                                     zbnkrvbl
046200     CALL 'UDATECNV' USING WS-DATE-WORK-AREA.                     zbnkrvbl
046300     MOVE DDO-DATA TO WS-RUN-DATE-DISPLAY.                        zbnkrvbl
046400     ACCEPT WS-RUN-TIME-8 FROM TIME.                              zbnkrvbl
046500     MOVE WS-RUN-TIME-8(1:6) TO WS-RUN-TIME.                      zbnkrvbl
046600 GET-RUN-DATE-EXIT.                                               zbnkrvbl
046700     EXIT.                                                        zbnkrvbl
046800                                                                  zbnkrvbl
046900 BILL-ALL-LINES.                                                  zbnkrvbl
047000     ADD 1 TO WS-LINES-READ.                                      zbnkrvbl
047100     PERFORM BILL-ONE-LINE                                        zbnkrvbl
047200         THRU BILL-ONE-LINE-EXIT.                                 zbnkrvbl
047300     PERFORM RVLN-GET.                                            zbnkrvbl
047400                                                                  zbnkrvbl
047500******************************************************************zbnkrvbl
047600* A line still open is first settled for any due date that has   *zbnkrvbl
047700* arrived, then stated if today is its cycle day and it has not  *zbnkrvbl
047800* already been stated today. The due date always falls before    *zbnkrvbl
047900* the next cycle day, so a line is never stated with a minimum   *zbnkrvbl
048000* still open.                                                    *zbnkrvbl
048100******************************************************************zbnkrvbl
048200 BILL-ONE-LINE.                                                   zbnkrvbl
048300     IF RVL-REC-CLOSED                                            zbnkrvbl
048400        ADD 1 TO WS-LINES-CLOSED                                  zbnkrvbl
048500        GO TO BILL-ONE-LINE-EXIT                                  zbnkrvbl
048600     END-IF.                                                      zbnkrvbl
048700     MOVE 'NO ' TO WS-LINE-CHANGED.                               zbnkrvbl
048800     IF RVL-REC-DUE-OPEN AND                                      zbnkrvbl
048900        RVL-REC-DUE-DTE IS NOT GREATER THAN WS-TODAY-DATE-N       zbnkrvbl
049000        PERFORM SETTLE-DUE-DATE                                   zbnkrvbl
049100            THRU SETTLE-DUE-DATE-EXIT                             zbnkrvbl
049200     END-IF.                                                      zbnkrvbl
049300     IF RVL-REC-CYCLE-DAY IS EQUAL TO WS-TODAY-DD AND             zbnkrvbl
049400        RVL-REC-LAST-STMT-DTE IS NOT EQUAL TO WS-TODAY-DATE-N     zbnkrvbl
049500        PERFORM STATE-ONE-LINE                                    zbnkrvbl
049600            THRU STATE-ONE-LINE-EXIT                              zbnkrvbl
049700     END-IF.                                                      zbnkrvbl
049800     IF WS-LINE-CHANGED = 'YES'                                   zbnkrvbl
049900        PERFORM RVLN-REWRITE                                      zbnkrvbl
050000     END-IF.                                                      zbnkrvbl
050100 BILL-ONE-LINE-EXIT.                                              zbnkrvbl
050200     EXIT.                                                        zbnkrvbl
050300                                                                  zbnkrvbl
050400******************************************************************zbnkrvbl
050500* The due date has arrived. Payments received since the last     *zbnkrvbl
050600* statement count towards the minimum; autopay makes up what is  *zbnkrvbl
050700* short (or clears the statement balance, if so set) from the    *zbnkrvbl
050800* nominated account. A minimum met clears the missed count and   *zbnkrvbl
050900* any past-due amount and reinstates a suspended line; paying    *zbnkrvbl
051000* the statement balance in full keeps the grace period. A        *zbnkrvbl
051100* minimum missed is counted, the shortfall carried as past due   *zbnkrvbl
051200* onto the next minimum, and the line suspended once the missed  *zbnkrvbl
051300* count reaches WS-SUSPEND-AFTER.                                *zbnkrvbl
051400******************************************************************zbnkrvbl
051500 SETTLE-DUE-DATE.                                                 zbnkrvbl
051600     MOVE RVL-REC-ACCNO TO BAC-REC-ACCNO.                         zbnkrvbl
051700     PERFORM ACCOUNT-READ.                                        zbnkrvbl
051800     IF WS-ACCOUNT-STATUS NOT = '00'                              zbnkrvbl
051900        MOVE 'Line account not found' TO WS-EXCEPT-REASON         zbnkrvbl
052000        MOVE ZERO TO WS-AMOUNT-DISPLAY                            zbnkrvbl
052100        PERFORM WRITE-EXCEPTION                                   zbnkrvbl
052200        GO TO SETTLE-DUE-DATE-EXIT                                zbnkrvbl
052300     END-IF.                                                      zbnkrvbl
052400     ADD 1 TO WS-DUE-DATES.                                       zbnkrvbl
052500     MOVE 'YES' TO WS-LINE-CHANGED.                               zbnkrvbl
052600     COMPUTE WS-OWED = ZERO - BAC-REC-BALANCE.                    zbnkrvbl
052700     IF WS-OWED IS LESS THAN ZERO                                 zbnkrvbl
052800        MOVE ZERO TO WS-OWED                                      zbnkrvbl
052900     END-IF.                                                      zbnkrvbl
053000     MOVE RVL-REC-LAST-STMT-DTE TO WS-PERIOD-START-N.             zbnkrvbl
053100     PERFORM SUM-PERIOD-PAYMENTS                                  zbnkrvbl
053200         THRU SUM-PERIOD-PAYMENTS-EXIT.                           zbnkrvbl
053300     IF NOT RVL-REC-AUTOPAY-NONE                                  zbnkrvbl
053400        PERFORM TAKE-AUTOPAY                                      zbnkrvbl
053500            THRU TAKE-AUTOPAY-EXIT                                zbnkrvbl
053600     END-IF.                                                      zbnkrvbl
053700     IF WS-PAID IS NOT LESS THAN RVL-REC-MIN-DUE                  zbnkrvbl
053800        SET RVL-REC-DUE-MET TO TRUE                               zbnkrvbl
053900        ADD 1 TO WS-MINIMUMS-MET                                  zbnkrvbl
054000        MOVE ZERO TO RVL-REC-MISSED-COUNT                         zbnkrvbl
054100        MOVE ZERO TO RVL-REC-PAST-DUE                             zbnkrvbl
054200        IF WS-PAID IS NOT LESS THAN RVL-REC-STMT-BALANCE          zbnkrvbl
054300           SET RVL-REC-GRACE-ON TO TRUE                           zbnkrvbl
054400        ELSE                                                      zbnkrvbl
054500           SET RVL-REC-GRACE-LOST TO TRUE                         zbnkrvbl
054600        END-IF                                                    zbnkrvbl
054700        IF RVL-REC-SUSPENDED                                      zbnkrvbl
054800           PERFORM REINSTATE-LINE                                 zbnkrvbl
054900               THRU REINSTATE-LINE-EXIT                           zbnkrvbl
055000        END-IF                                                    zbnkrvbl
055100        GO TO SETTLE-DUE-DATE-EXIT                                zbnkrvbl
055200     END-IF.                                                      zbnkrvbl
055300     SET RVL-REC-DUE-MISSED TO TRUE.                              zbnkrvbl
055400     SET RVL-REC-GRACE-LOST TO TRUE.                              zbnkrvbl
055500     ADD 1 TO WS-MINIMUMS-MISSED.                                 zbnkrvbl
055600     ADD 1 TO RVL-REC-MISSED-COUNT.                               zbnkrvbl
055700     COMPUTE RVL-REC-PAST-DUE = RVL-REC-MIN-DUE - WS-PAID.        zbnkrvbl
055800     MOVE 'Minimum payment missed - past due' TO WS-EXCEPT-REASON.zbnkrvbl
055900     MOVE RVL-REC-PAST-DUE TO WS-AMOUNT-DISPLAY.                  zbnkrvbl
056000     PERFORM WRITE-EXCEPTION.                                     zbnkrvbl
056100     IF RVL-REC-ACTIVE AND                                        zbnkrvbl
056200        RVL-REC-MISSED-COUNT IS NOT LESS THAN WS-SUSPEND-AFTER    zbnkrvbl
056300        PERFORM SUSPEND-LINE                                      zbnkrvbl
056400            THRU SUSPEND-LINE-EXIT                                zbnkrvbl
056500     END-IF.                                                      zbnkrvbl
056600 SETTLE-DUE-DATE-EXIT.                                            zbnkrvbl
056700     EXIT.                                                        zbnkrvbl
056800                                                                  zbnkrvbl
056900******************************************************************zbnkrvbl
057000* Credits to the line account posted in the period - payments,   *zbnkrvbl
057100* autopay and refunds alike - from WS-PERIOD-START-N (exclusive) *zbnkrvbl
057200* to today.                                                      *zbnkrvbl
057300******************************************************************zbnkrvbl
057400 SUM-PERIOD-PAYMENTS.                                             zbnkrvbl
057500     MOVE ZERO TO WS-PAID.                                        zbnkrvbl
057600     MOVE LOW-VALUES TO BTX-REC-KEY.                              zbnkrvbl
057700     MOVE RVL-REC-ACCNO TO BTX-REC-ACCNO.                         zbnkrvbl
057800     START TXN-FILE KEY IS NOT LESS THAN BTX-REC-KEY.             zbnkrvbl
057900     IF WS-TXN-STATUS NOT = '00'                                  zbnkrvbl
058000        GO TO SUM-PERIOD-PAYMENTS-EXIT                            zbnkrvbl
058100     END-IF.                                                      zbnkrvbl
058200 SUM-PERIOD-PAYMENTS-LOOP.                                        zbnkrvbl
058300     READ TXN-FILE NEXT RECORD.                                   zbnkrvbl
058400     IF WS-TXN-STATUS NOT = '00' OR                               zbnkrvbl
058500        BTX-REC-ACCNO IS NOT EQUAL TO RVL-REC-ACCNO               zbnkrvbl
058600        GO TO SUM-PERIOD-PAYMENTS-EXIT                            zbnkrvbl
058700     END-IF.                                                      zbnkrvbl
058800     IF BTX-REC-AMOUNT IS NOT GREATER THAN ZERO OR                zbnkrvbl
058900        NOT BTX-REC-NOT-REVERSED                                  zbnkrvbl
059000        GO TO SUM-PERIOD-PAYMENTS-LOOP                            zbnkrvbl
059100     END-IF.                                                      zbnkrvbl
059200     PERFORM PARSE-POSTING-DATE                                   zbnkrvbl
059300         THRU PARSE-POSTING-DATE-EXIT.                            zbnkrvbl
059400     IF WS-CONV-DATE-N IS GREATER THAN WS-PERIOD-START-N AND      zbnkrvbl
059500        WS-CONV-DATE-N IS NOT GREATER THAN WS-TODAY-DATE-N        zbnkrvbl
059600        ADD BTX-REC-AMOUNT TO WS-PAID                             zbnkrvbl
059700     END-IF.                                                      zbnkrvbl
059800     GO TO SUM-PERIOD-PAYMENTS-LOOP.                              zbnkrvbl
059900 SUM-PERIOD-PAYMENTS-EXIT.                                        zbnkrvbl
060000     EXIT.                                                        zbnkrvbl
060100                                                                  zbnkrvbl
060200******************************************************************zbnkrvbl
060300* Autopay draws what is still short of the target - the minimum  *zbnkrvbl
060400* or the statement balance - but never more than is owed today.  *zbnkrvbl
060500* It is taken only if the nominated account is active and can    *zbnkrvbl
060600* cover it within its balance and overdraft limit; otherwise it  *zbnkrvbl
060700* is reported and the customer's own payments stand alone.       *zbnkrvbl
060800* Both legs post as 'RAP'.                                       *zbnkrvbl
060900******************************************************************zbnkrvbl
061000 TAKE-AUTOPAY.                                                    zbnkrvbl
061100     IF RVL-REC-AUTOPAY-FULL                                      zbnkrvbl
061200        MOVE RVL-REC-STMT-BALANCE TO WS-AUTOPAY-TARGET            zbnkrvbl
061300     ELSE                                                         zbnkrvbl
061400        MOVE RVL-REC-MIN-DUE TO WS-AUTOPAY-TARGET                 zbnkrvbl
061500     END-IF.                                                      zbnkrvbl
061600     COMPUTE WS-AUTOPAY-AMOUNT = WS-AUTOPAY-TARGET - WS-PAID.     zbnkrvbl
061700     IF WS-AUTOPAY-AMOUNT IS GREATER THAN WS-OWED                 zbnkrvbl
061800        MOVE WS-OWED TO WS-AUTOPAY-AMOUNT                         zbnkrvbl
061900     END-IF.                                                      zbnkrvbl
062000     IF WS-AUTOPAY-AMOUNT IS NOT GREATER THAN ZERO                zbnkrvbl
062100        GO TO TAKE-AUTOPAY-EXIT                                   zbnkrvbl
062200     END-IF.                                                      zbnkrvbl
062300     MOVE WS-AUTOPAY-AMOUNT TO WS-AMOUNT-DISPLAY.                 zbnkrvbl
062400     MOVE RVL-REC-AUTOPAY-ACCNO TO BAC-REC-ACCNO.                 zbnkrvbl
062500     PERFORM ACCOUNT-READ.                                        zbnkrvbl
062600     IF WS-ACCOUNT-STATUS NOT = '00'                              zbnkrvbl
062700        ADD 1 TO WS-AUTOPAYS-FAILED                               zbnkrvbl
062800        MOVE 'Autopay failed - account not found'                 zbnkrvbl
062900          TO WS-EXCEPT-REASON                                     zbnkrvbl
063000        PERFORM WRITE-EXCEPTION                                   zbnkrvbl
063100        GO TO TAKE-AUTOPAY-EXIT                                   zbnkrvbl
063200     END-IF.                                                      zbnkrvbl
063300     IF NOT BAC-REC-ACTIVE                                        zbnkrvbl
063400        ADD 1 TO WS-AUTOPAYS-FAILED                               zbnkrvbl
063500        MOVE 'Autopay failed - account not active'                zbnkrvbl
063600          TO WS-EXCEPT-REASON                                     zbnkrvbl
063700        PERFORM WRITE-EXCEPTION                                   zbnkrvbl
063800        GO TO TAKE-AUTOPAY-EXIT                                   zbnkrvbl
063900     END-IF.                                                      zbnkrvbl
064000     IF (BAC-REC-BALANCE + BAC-REC-OVERDRAFT-LIMIT)               zbnkrvbl
064100        IS LESS THAN WS-AUTOPAY-AMOUNT                            zbnkrvbl
064200        ADD 1 TO WS-AUTOPAYS-FAILED                               zbnkrvbl
064300        MOVE 'Autopay failed - insufficient funds'                zbnkrvbl
064400          TO WS-EXCEPT-REASON                                     zbnkrvbl
064500        PERFORM WRITE-EXCEPTION                                   zbnkrvbl
064600        GO TO TAKE-AUTOPAY-EXIT                                   zbnkrvbl
064700     END-IF.                                                      zbnkrvbl
064710     MOVE BAC-REC-BRANCH TO WS-AUTOPAY-BRANCH.                    zbnkrvbl
064720     MOVE BAC-REC-CURRENCY TO WS-AUTOPAY-CURRENCY.                zbnkrvbl
064800     SUBTRACT WS-AUTOPAY-AMOUNT FROM BAC-REC-BALANCE.             zbnkrvbl
064900     PERFORM ACCOUNT-REWRITE.                                     zbnkrvbl
065000     MOVE BAC-REC-ACCNO TO WS-POST-ACCNO.                         zbnkrvbl
065100     COMPUTE WS-POST-AMOUNT = ZERO - WS-AUTOPAY-AMOUNT.           zbnkrvbl
065200     MOVE BAC-REC-BALANCE TO WS-POST-BALANCE.                     zbnkrvbl
065300     MOVE SPACES TO WS-POST-DESC.                                 zbnkrvbl
065400     STRING 'Autopay line ' DELIMITED BY SIZE                     zbnkrvbl
065500            RVL-REC-ACCNO DELIMITED BY SIZE                       zbnkrvbl
065600       INTO WS-POST-DESC.                                         zbnkrvbl
065700     MOVE 'RAP' TO WS-POST-TYPE.                                  zbnkrvbl
065800     PERFORM POST-TRANSACTION.                                    zbnkrvbl
065900     MOVE RVL-REC-ACCNO TO BAC-REC-ACCNO.                         zbnkrvbl
066000     PERFORM ACCOUNT-READ.                                        zbnkrvbl
066100     IF WS-ACCOUNT-STATUS NOT = '00'                              zbnkrvbl
066200        MOVE 'ACCOUNT Error reading file ...'                     zbnkrvbl
066300          TO WS-CONSOLE-MESSAGE                                   zbnkrvbl
066400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrvbl
066500        MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                    zbnkrvbl
066600        PERFORM DISPLAY-IO-STATUS                                 zbnkrvbl
066700        PERFORM ABORT-PROGRAM                                     zbnkrvbl
066800     END-IF.                                                      zbnkrvbl
066900     ADD WS-AUTOPAY-AMOUNT TO BAC-REC-BALANCE.                    zbnkrvbl
067000     PERFORM ACCOUNT-REWRITE.                                     zbnkrvbl
067100     MOVE BAC-REC-ACCNO TO WS-POST-ACCNO.                         zbnkrvbl
067200     MOVE WS-AUTOPAY-AMOUNT TO WS-POST-AMOUNT.                    zbnkrvbl
067300     MOVE BAC-REC-BALANCE TO WS-POST-BALANCE.                     zbnkrvbl
067400     MOVE 'Autopay received' TO WS-POST-DESC.                     zbnkrvbl
067500     MOVE 'RAP' TO WS-POST-TYPE.                                  zbnkrvbl
067600     PERFORM POST-TRANSACTION.                                    zbnkrvbl
067610     IF WS-AUTOPAY-BRANCH IS NOT EQUAL TO SPACES AND              zbnkrvbl
067620        BAC-REC-BRANCH IS NOT EQUAL TO SPACES AND                 zbnkrvbl
067630        WS-AUTOPAY-BRANCH IS NOT EQUAL TO BAC-REC-BRANCH          zbnkrvbl
067640        PERFORM POST-INTER-BRANCH                                 zbnkrvbl
067650     END-IF.                                                      zbnkrvbl
067700     ADD WS-AUTOPAY-AMOUNT TO WS-PAID.                            zbnkrvbl
067800     SUBTRACT WS-AUTOPAY-AMOUNT FROM WS-OWED.                     zbnkrvbl
067900     ADD WS-AUTOPAY-AMOUNT TO WS-AUTOPAY-TOTAL.                   zbnkrvbl
068000     ADD 1 TO WS-AUTOPAYS-TAKEN.                                  zbnkrvbl
068100 TAKE-AUTOPAY-EXIT.                                               zbnkrvbl
068200     EXIT.                                                        zbnkrvbl
068300                                                                  zbnkrvbl
068302******************************************************************zbnkrvbl
068304* POST-INTER-BRANCH                                              *zbnkrvbl
068306* The autopay account's branch owes the line's branch the        *zbnkrvbl
068308* amount drawn: a due-to leg on the autopay branch and a         *zbnkrvbl
068310* due-from leg on the line's, under this run's time and the      *zbnkrvbl
068312* inter-branch count as the reference.                           *zbnkrvbl
068314******************************************************************zbnkrvbl
068316 POST-INTER-BRANCH.                                               zbnkrvbl
068318     ADD 1 TO WS-INTER-BRANCH-POSTED.                             zbnkrvbl
068320     MOVE SPACES TO IBRT-FILE-REC.                                zbnkrvbl
068322     MOVE WS-TODAY-DATE-N TO IB-REC-DATE.                         zbnkrvbl
068324     SET IB-REC-BATCH TO TRUE.                                    zbnkrvbl
068326     MOVE WS-RUN-TIME TO IB-REC-REF-TIME.                         zbnkrvbl
068328     MOVE WS-INTER-BRANCH-POSTED TO IB-REC-REF-NO.                zbnkrvbl
068330     MOVE WS-AUTOPAY-AMOUNT TO IB-REC-AMOUNT.                     zbnkrvbl
068332     MOVE WS-AUTOPAY-CURRENCY TO IB-REC-CURRENCY.                 zbnkrvbl
068334     MOVE 'RAP' TO IB-REC-TXN-TYPE.                               zbnkrvbl
068336     MOVE 'ZBNKRVBL' TO IB-REC-PROGRAM.                           zbnkrvbl
068338     MOVE ZERO TO IB-REC-MATCH-DATE.                              zbnkrvbl
068340     MOVE WS-AUTOPAY-BRANCH TO IB-REC-BRANCH.                     zbnkrvbl
068342     MOVE BAC-REC-BRANCH TO IB-REC-OTHER-BRANCH.                  zbnkrvbl
068344     SET IB-REC-DUE-TO TO TRUE.                                   zbnkrvbl
068346     MOVE RVL-REC-AUTOPAY-ACCNO TO IB-REC-ACCNO.                  zbnkrvbl
068348     PERFORM IBRT-WRITE.                                          zbnkrvbl
068350     MOVE BAC-REC-BRANCH TO IB-REC-BRANCH.                        zbnkrvbl
068352     MOVE WS-AUTOPAY-BRANCH TO IB-REC-OTHER-BRANCH.               zbnkrvbl
068354     SET IB-REC-DUE-FROM TO TRUE.                                 zbnkrvbl
068356     MOVE RVL-REC-ACCNO TO IB-REC-ACCNO.                          zbnkrvbl
068358     PERFORM IBRT-WRITE.                                          zbnkrvbl
068360                                                                  zbnkrvbl
068362 IBRT-WRITE.                                                      zbnkrvbl
068364     WRITE IBRT-FILE-REC.                                         zbnkrvbl
068366     IF WS-IBRT-STATUS NOT = '00'                                 zbnkrvbl
068368        MOVE 'IBRT Error writing file ...' TO WS-CONSOLE-MESSAGE  zbnkrvbl
068370        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrvbl
068372        MOVE WS-IBRT-STATUS TO WS-IO-STATUS                       zbnkrvbl
068374        PERFORM DISPLAY-IO-STATUS                                 zbnkrvbl
068376        PERFORM ABORT-PROGRAM                                     zbnkrvbl
068378     END-IF.                                                      zbnkrvbl
068380                                                                  zbnkrvbl
068400******************************************************************zbnkrvbl
068500* Suspend the line - its account's limit is held at what is owed *zbnkrvbl
068600* so no more can be drawn - and reinstate it, restoring the      *zbnkrvbl
068700* full credit limit, once a minimum is met.                      *zbnkrvbl
068800******************************************************************zbnkrvbl
068900 SUSPEND-LINE.                                                    zbnkrvbl
069000     SET RVL-REC-SUSPENDED TO TRUE.                               zbnkrvbl
069100     ADD 1 TO WS-LINES-SUSPENDED.                                 zbnkrvbl
069200     MOVE RVL-REC-ACCNO TO BAC-REC-ACCNO.                         zbnkrvbl
069300     PERFORM ACCOUNT-READ.                                        zbnkrvbl
069400     IF WS-ACCOUNT-STATUS = '00'                                  zbnkrvbl
069500        COMPUTE WS-OWED = ZERO - BAC-REC-BALANCE                  zbnkrvbl
069600        IF WS-OWED IS LESS THAN ZERO                              zbnkrvbl
069700           MOVE ZERO TO WS-OWED                                   zbnkrvbl
069800        END-IF                                                    zbnkrvbl
069900        MOVE WS-OWED TO BAC-REC-OVERDRAFT-LIMIT                   zbnkrvbl
070000        PERFORM ACCOUNT-REWRITE                                   zbnkrvbl
070100     END-IF.                                                      zbnkrvbl
070200     MOVE 'Line suspended - minimums missed' TO WS-EXCEPT-REASON. zbnkrvbl
070300     MOVE WS-OWED TO WS-AMOUNT-DISPLAY.                           zbnkrvbl
070400     PERFORM WRITE-EXCEPTION.                                     zbnkrvbl
070500 SUSPEND-LINE-EXIT.                                               zbnkrvbl
070600     EXIT.                                                        zbnkrvbl
070700                                                                  zbnkrvbl
070800 REINSTATE-LINE.                                                  zbnkrvbl
070900     SET RVL-REC-ACTIVE TO TRUE.                                  zbnkrvbl
071000     ADD 1 TO WS-LINES-REINSTATED.                                zbnkrvbl
071100     MOVE RVL-REC-ACCNO TO BAC-REC-ACCNO.                         zbnkrvbl
071200     PERFORM ACCOUNT-READ.                                        zbnkrvbl
071300     IF WS-ACCOUNT-STATUS = '00'                                  zbnkrvbl
071400        MOVE RVL-REC-CREDIT-LIMIT TO BAC-REC-OVERDRAFT-LIMIT      zbnkrvbl
071500        PERFORM ACCOUNT-REWRITE                                   zbnkrvbl
071600     END-IF.                                                      zbnkrvbl
071700     MOVE 'Line reinstated - minimum met' TO WS-EXCEPT-REASON.    zbnkrvbl
071800     MOVE RVL-REC-CREDIT-LIMIT TO WS-AMOUNT-DISPLAY.              zbnkrvbl
071900     PERFORM WRITE-EXCEPTION.                                     zbnkrvbl
072000 REINSTATE-LINE-EXIT.                                             zbnkrvbl
072100     EXIT.                                                        zbnkrvbl
072200                                                                  zbnkrvbl
072300******************************************************************zbnkrvbl
072400* State the line for the period just ended. Interest is charged  *zbnkrvbl
072500* on cash advances from the day drawn at the cash rate, and -    *zbnkrvbl
072600* only once the grace period is lost - on the previous balance   *zbnkrvbl
072700* left unpaid for the whole cycle and on each purchase from the  *zbnkrvbl
072800* day it posted, at the purchase rate. The new minimum is the    *zbnkrvbl
072900* larger of the percentage and the floor amount, plus anything   *zbnkrvbl
073000* past due, never more than the balance; it falls due after the  *zbnkrvbl
073100* line's grace days.                                             *zbnkrvbl
073200******************************************************************zbnkrvbl
073300 STATE-ONE-LINE.                                                  zbnkrvbl
073400     MOVE RVL-REC-ACCNO TO BAC-REC-ACCNO.                         zbnkrvbl
073500     PERFORM ACCOUNT-READ.                                        zbnkrvbl
073600     IF WS-ACCOUNT-STATUS NOT = '00'                              zbnkrvbl
073700        MOVE 'Line account not found - not stated'                zbnkrvbl
073800          TO WS-EXCEPT-REASON                                     zbnkrvbl
073900        MOVE ZERO TO WS-AMOUNT-DISPLAY                            zbnkrvbl
074000        PERFORM WRITE-EXCEPTION                                   zbnkrvbl
074100        GO TO STATE-ONE-LINE-EXIT                                 zbnkrvbl
074200     END-IF.                                                      zbnkrvbl
074300     MOVE 'YES' TO WS-LINE-CHANGED.                               zbnkrvbl
074400     IF RVL-REC-LAST-STMT-DTE IS GREATER THAN ZERO                zbnkrvbl
074500        MOVE RVL-REC-LAST-STMT-DTE TO WS-PERIOD-START-N           zbnkrvbl
074600        COMPUTE WS-PERIOD-START-INT =                             zbnkrvbl
074700                FUNCTION INTEGER-OF-DATE (WS-PERIOD-START-N)      zbnkrvbl
074800     ELSE                                                         zbnkrvbl
074900        COMPUTE WS-PERIOD-START-INT =                             zbnkrvbl
075000                FUNCTION INTEGER-OF-DATE (RVL-REC-OPENED-DTE) - 1 zbnkrvbl
075100        COMPUTE WS-PERIOD-START-N =                               zbnkrvbl
075200                FUNCTION DATE-OF-INTEGER (WS-PERIOD-START-INT)    zbnkrvbl
075300     END-IF.                                                      zbnkrvbl
075400     COMPUTE WS-CYCLE-DAYS = WS-TODAY-INT - WS-PERIOD-START-INT.  zbnkrvbl
075500     MOVE ZERO TO WS-PERIOD-PAID.                                 zbnkrvbl
075600     MOVE ZERO TO WS-PERIOD-PURCHASES.                            zbnkrvbl
075700     MOVE ZERO TO WS-PERIOD-CASH.                                 zbnkrvbl
075800     MOVE ZERO TO WS-PERIOD-FEES.                                 zbnkrvbl
075900     MOVE ZERO TO WS-INTEREST-WORK.                               zbnkrvbl
076000     PERFORM FIND-ARCHIVE-START                                   zbnkrvbl
076100         THRU FIND-ARCHIVE-START-EXIT.                            zbnkrvbl
076200     PERFORM PRINT-STATEMENT-HEADING.                             zbnkrvbl
076300     PERFORM LIST-LINE-POSTINGS                                   zbnkrvbl
076400         THRU LIST-LINE-POSTINGS-EXIT.                            zbnkrvbl
076500     IF RVL-REC-GRACE-LOST                                        zbnkrvbl
076600        COMPUTE WS-UNPAID-BALANCE =                               zbnkrvbl
076700                RVL-REC-STMT-BALANCE - WS-PERIOD-PAID             zbnkrvbl
076800        IF WS-UNPAID-BALANCE IS GREATER THAN ZERO                 zbnkrvbl
076900           COMPUTE WS-INTEREST-WORK = WS-INTEREST-WORK +          zbnkrvbl
077000                   (WS-UNPAID-BALANCE * RVL-REC-PURCHASE-RATE     zbnkrvbl
077100                    * WS-CYCLE-DAYS) / 36500                      zbnkrvbl
077200        END-IF                                                    zbnkrvbl
077300     END-IF.                                                      zbnkrvbl
077400     COMPUTE WS-INTEREST ROUNDED = WS-INTEREST-WORK.              zbnkrvbl
077500     MOVE RVL-REC-ACCNO TO BAC-REC-ACCNO.                         zbnkrvbl
077600     PERFORM ACCOUNT-READ.                                        zbnkrvbl
077700     IF WS-ACCOUNT-STATUS NOT = '00'                              zbnkrvbl
077800        MOVE 'ACCOUNT Error reading file ...'                     zbnkrvbl
077900          TO WS-CONSOLE-MESSAGE                                   zbnkrvbl
078000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrvbl
078100        MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                    zbnkrvbl
078200        PERFORM DISPLAY-IO-STATUS                                 zbnkrvbl
078300        PERFORM ABORT-PROGRAM                                     zbnkrvbl
078400     END-IF.                                                      zbnkrvbl
078500     IF WS-INTEREST IS GREATER THAN ZERO                          zbnkrvbl
078600        PERFORM CHARGE-LINE-INTEREST                              zbnkrvbl
078700     END-IF.                                                      zbnkrvbl
078800     PERFORM SET-NEW-MINIMUM.                                     zbnkrvbl
078900     PERFORM PRINT-STATEMENT-TOTALS.                              zbnkrvbl
079000     ADD 1 TO WS-STATEMENTS-PRINTED.                              zbnkrvbl
079100 STATE-ONE-LINE-EXIT.                                             zbnkrvbl
079200     EXIT.                                                        zbnkrvbl
079300                                                                  zbnkrvbl
079400******************************************************************zbnkrvbl
079500* List the period's postings to the line account and class each  *zbnkrvbl
079600* one, accruing the interest the cash advances - and, once the   *zbnkrvbl
079700* grace period is lost, the purchases - bear to today.           *zbnkrvbl
079800******************************************************************zbnkrvbl
079900 LIST-LINE-POSTINGS.                                              zbnkrvbl
080000     MOVE 'Transactions this period' TO WS-LINE-SECTION-TEXT.     zbnkrvbl
080100     MOVE WS-LINE-SECTION TO PRINTOUT-REC.                        zbnkrvbl
080200     PERFORM PRINTOUT-PUT.                                        zbnkrvbl
080300     MOVE ZERO TO WS-LINES-THIS-SECTION.                          zbnkrvbl
080400     MOVE LOW-VALUES TO BTX-REC-KEY.                              zbnkrvbl
080500     MOVE RVL-REC-ACCNO TO BTX-REC-ACCNO.                         zbnkrvbl
080600     START TXN-FILE KEY IS NOT LESS THAN BTX-REC-KEY.             zbnkrvbl
080700     IF WS-TXN-STATUS NOT = '00'                                  zbnkrvbl
080800        GO TO LIST-LINE-POSTINGS-DONE                             zbnkrvbl
080900     END-IF.                                                      zbnkrvbl
081000 LIST-LINE-POSTINGS-LOOP.                                         zbnkrvbl
081100     READ TXN-FILE NEXT RECORD.                                   zbnkrvbl
081200     IF WS-TXN-STATUS NOT = '00' OR                               zbnkrvbl
081300        BTX-REC-ACCNO IS NOT EQUAL TO RVL-REC-ACCNO               zbnkrvbl
081400        GO TO LIST-LINE-POSTINGS-DONE                             zbnkrvbl
081500     END-IF.                                                      zbnkrvbl
081600     PERFORM PARSE-POSTING-DATE                                   zbnkrvbl
081700         THRU PARSE-POSTING-DATE-EXIT.                            zbnkrvbl
081800     IF WS-CONV-DATE-N IS NOT GREATER THAN WS-PERIOD-START-N OR   zbnkrvbl
081900        WS-CONV-DATE-N IS GREATER THAN WS-TODAY-DATE-N            zbnkrvbl
082000        GO TO LIST-LINE-POSTINGS-LOOP                             zbnkrvbl
082100     END-IF.                                                      zbnkrvbl
082200     PERFORM CLASS-LINE-POSTING.                                  zbnkrvbl
082300     MOVE BTX-REC-DATE TO WS-LINE-TXN-DATE.                       zbnkrvbl
082400     MOVE BTX-REC-DESC TO WS-LINE-TXN-DESC.                       zbnkrvbl
082500     MOVE BTX-REC-AMOUNT TO WS-LINE-TXN-AMOUNT.                   zbnkrvbl
082600     MOVE WS-LINE-TXN TO PRINTOUT-REC.                            zbnkrvbl
082700     PERFORM PRINTOUT-PUT.                                        zbnkrvbl
082800     ADD 1 TO WS-LINES-THIS-SECTION.                              zbnkrvbl
082900     GO TO LIST-LINE-POSTINGS-LOOP.                               zbnkrvbl
083000 LIST-LINE-POSTINGS-DONE.                                         zbnkrvbl
083100     IF WS-LINES-THIS-SECTION IS EQUAL TO ZERO                    zbnkrvbl
083200        MOVE SPACES TO WS-LINE-TEXT-DATA                          zbnkrvbl
083300        MOVE 'No transactions in this period'                     zbnkrvbl
083400          TO WS-LINE-TEXT-DATA                                    zbnkrvbl
083500        MOVE WS-LINE-TEXT TO PRINTOUT-REC                         zbnkrvbl
083600        PERFORM PRINTOUT-PUT                                      zbnkrvbl
083700     END-IF.                                                      zbnkrvbl
083800 LIST-LINE-POSTINGS-EXIT.                                         zbnkrvbl
083900     EXIT.                                                        zbnkrvbl
084000                                                                  zbnkrvbl
084100 CLASS-LINE-POSTING.                                              zbnkrvbl
084200     IF NOT BTX-REC-NOT-REVERSED                                  zbnkrvbl
084300        MOVE 'reversed' TO WS-LINE-TXN-CLASS                      zbnkrvbl
084400     ELSE                                                         zbnkrvbl
084500        IF BTX-REC-AMOUNT IS NOT LESS THAN ZERO                   zbnkrvbl
084600           ADD BTX-REC-AMOUNT TO WS-PERIOD-PAID                   zbnkrvbl
084700           MOVE 'payment' TO WS-LINE-TXN-CLASS                    zbnkrvbl
084800        ELSE                                                      zbnkrvbl
084900           COMPUTE WS-POSTING-AMOUNT = ZERO - BTX-REC-AMOUNT      zbnkrvbl
085000           COMPUTE WS-POSTING-DAYS = WS-TODAY-INT -               zbnkrvbl
085100                   FUNCTION INTEGER-OF-DATE (WS-CONV-DATE-N)      zbnkrvbl
085200           MOVE BTX-REC-TYPE TO WS-POSTING-TYPE                   zbnkrvbl
085300           EVALUATE TRUE                                          zbnkrvbl
085400             WHEN POSTING-IS-PURCHASE                             zbnkrvbl
085500               ADD WS-POSTING-AMOUNT TO WS-PERIOD-PURCHASES       zbnkrvbl
085600               MOVE 'purchase' TO WS-LINE-TXN-CLASS               zbnkrvbl
085700               IF RVL-REC-GRACE-LOST                              zbnkrvbl
085800                  COMPUTE WS-INTEREST-WORK = WS-INTEREST-WORK +   zbnkrvbl
085900                     (WS-POSTING-AMOUNT * RVL-REC-PURCHASE-RATE   zbnkrvbl
086000                      * WS-POSTING-DAYS) / 36500                  zbnkrvbl
086100               END-IF                                             zbnkrvbl
086200             WHEN POSTING-IS-CASH                                 zbnkrvbl
086300               ADD WS-POSTING-AMOUNT TO WS-PERIOD-CASH            zbnkrvbl
086400               MOVE 'cash advance' TO WS-LINE-TXN-CLASS           zbnkrvbl
086500               COMPUTE WS-INTEREST-WORK = WS-INTEREST-WORK +      zbnkrvbl
086600                       (WS-POSTING-AMOUNT * RVL-REC-CASH-RATE     zbnkrvbl
086700                        * WS-POSTING-DAYS) / 36500                zbnkrvbl
086800             WHEN OTHER                                           zbnkrvbl
086900               ADD WS-POSTING-AMOUNT TO WS-PERIOD-FEES            zbnkrvbl
087000               MOVE 'fee or charge' TO WS-LINE-TXN-CLASS          zbnkrvbl
087100           END-EVALUATE                                           zbnkrvbl
087200        END-IF                                                    zbnkrvbl
087300     END-IF.                                                      zbnkrvbl
087400                                                                  zbnkrvbl
087500******************************************************************zbnkrvbl
087600* Charge the period's interest to the line account as 'RVI'.     *zbnkrvbl
087700* It is income, so - as for debit interest on ZBNKINTR - it      *zbnkrvbl
087800* flows back through the interest-paid office account with the   *zbnkrvbl
087900* opposite sign.                                                 *zbnkrvbl
088000******************************************************************zbnkrvbl
088100 CHARGE-LINE-INTEREST.                                            zbnkrvbl
088200     SUBTRACT WS-INTEREST FROM BAC-REC-BALANCE.                   zbnkrvbl
088300     PERFORM ACCOUNT-REWRITE.                                     zbnkrvbl
088400     MOVE BAC-REC-ACCNO TO WS-POST-ACCNO.                         zbnkrvbl
088500     COMPUTE WS-POST-AMOUNT = ZERO - WS-INTEREST.                 zbnkrvbl
088600     MOVE BAC-REC-BALANCE TO WS-POST-BALANCE.                     zbnkrvbl
088700     MOVE 'Credit line interest' TO WS-POST-DESC.                 zbnkrvbl
088800     MOVE 'RVI' TO WS-POST-TYPE.                                  zbnkrvbl
088900     PERFORM POST-TRANSACTION.                                    zbnkrvbl
089000     SET OFA-INTEREST-PAID TO TRUE.                               zbnkrvbl
089100     SET OFA-DEBIT TO TRUE.                                       zbnkrvbl
089200     COMPUTE OFA-AMOUNT = ZERO - WS-INTEREST.                     zbnkrvbl
089300     PERFORM POST-OFFICE-CONTRA.                                  zbnkrvbl
089400     ADD WS-INTEREST TO WS-INTEREST-TOTAL.                        zbnkrvbl
089500     MOVE BTX-REC-DATE TO WS-LINE-TXN-DATE.                       zbnkrvbl
089600     MOVE BTX-REC-DESC TO WS-LINE-TXN-DESC.                       zbnkrvbl
089700     MOVE BTX-REC-AMOUNT TO WS-LINE-TXN-AMOUNT.                   zbnkrvbl
089800     MOVE 'interest' TO WS-LINE-TXN-CLASS.                        zbnkrvbl
089900     MOVE WS-LINE-TXN TO PRINTOUT-REC.                            zbnkrvbl
090000     PERFORM PRINTOUT-PUT.                                        zbnkrvbl
090100                                                                  zbnkrvbl
090200******************************************************************zbnkrvbl
090300* The new statement balance, minimum payment and due date. A     *zbnkrvbl
090400* line with nothing owed has nothing due and keeps its grace.    *zbnkrvbl
090500******************************************************************zbnkrvbl
090600 SET-NEW-MINIMUM.                                                 zbnkrvbl
090700     COMPUTE WS-OWED = ZERO - BAC-REC-BALANCE.                    zbnkrvbl
090800     IF WS-OWED IS LESS THAN ZERO                                 zbnkrvbl
090900        MOVE ZERO TO WS-OWED                                      zbnkrvbl
091000     END-IF.                                                      zbnkrvbl
091100     COMPUTE WS-MIN-DUE ROUNDED =                                 zbnkrvbl
091200             WS-OWED * RVL-REC-MIN-PCT / 100.                     zbnkrvbl
091300     IF WS-MIN-DUE IS LESS THAN RVL-REC-MIN-AMOUNT                zbnkrvbl
091400        MOVE RVL-REC-MIN-AMOUNT TO WS-MIN-DUE                     zbnkrvbl
091500     END-IF.                                                      zbnkrvbl
091600     ADD RVL-REC-PAST-DUE TO WS-MIN-DUE.                          zbnkrvbl
091700     IF WS-MIN-DUE IS GREATER THAN WS-OWED                        zbnkrvbl
091800        MOVE WS-OWED TO WS-MIN-DUE                                zbnkrvbl
091900     END-IF.                                                      zbnkrvbl
092000     MOVE WS-TODAY-DATE-N TO RVL-REC-LAST-STMT-DTE.               zbnkrvbl
092100     MOVE WS-OWED TO RVL-REC-STMT-BALANCE.                        zbnkrvbl
092200     MOVE WS-MIN-DUE TO RVL-REC-MIN-DUE.                          zbnkrvbl
092300     IF WS-MIN-DUE IS GREATER THAN ZERO                           zbnkrvbl
092400        COMPUTE RVL-REC-DUE-DTE = FUNCTION DATE-OF-INTEGER        zbnkrvbl
092500                (WS-TODAY-INT + RVL-REC-GRACE-DAYS)               zbnkrvbl
092600        SET RVL-REC-DUE-OPEN TO TRUE                              zbnkrvbl
092700     ELSE                                                         zbnkrvbl
092800        MOVE ZERO TO RVL-REC-DUE-DTE                              zbnkrvbl
092900        SET RVL-REC-NOTHING-DUE TO TRUE                           zbnkrvbl
093000        SET RVL-REC-GRACE-ON TO TRUE                              zbnkrvbl
093100     END-IF.                                                      zbnkrvbl
093200     COMPUTE WS-AVAILABLE =                                       zbnkrvbl
093300             BAC-REC-OVERDRAFT-LIMIT + BAC-REC-BALANCE.           zbnkrvbl
093400     IF WS-AVAILABLE IS LESS THAN ZERO                            zbnkrvbl
093500        MOVE ZERO TO WS-AVAILABLE                                 zbnkrvbl
093600     END-IF.                                                      zbnkrvbl
093700                                                                  zbnkrvbl
093800******************************************************************zbnkrvbl
093900* Bank heading, the customer's name and address, and the line's  *zbnkrvbl
094000* terms.                                                         *zbnkrvbl
094100******************************************************************zbnkrvbl
094200 PRINT-STATEMENT-HEADING.                                         zbnkrvbl
094300     MOVE RVL-REC-PID TO BCS-REC-PID.                             zbnkrvbl
094400     PERFORM CUSTOMER-READ.                                       zbnkrvbl
094500     IF WS-CUSTOMER-STATUS NOT = '00'                             zbnkrvbl
094600        MOVE SPACES TO BCS-REC-NAME                               zbnkrvbl
094700        MOVE SPACES TO BCS-REC-ADDR1                              zbnkrvbl
094800        MOVE SPACES TO BCS-REC-ADDR2                              zbnkrvbl
094900        MOVE SPACES TO BCS-REC-PSTCDE                             zbnkrvbl
095000     END-IF.                                                      zbnkrvbl
095100     MOVE WS-LINE-HEAD1 TO PRINTOUT-REC.                          zbnkrvbl
095200     PERFORM PRINTOUT-PUT.                                        zbnkrvbl
095300     MOVE WS-LINE-HEAD2 TO PRINTOUT-REC.                          zbnkrvbl
095400     PERFORM PRINTOUT-PUT.                                        zbnkrvbl
095500     MOVE '0' TO WS-LINE-ADDR-CC.                                 zbnkrvbl
095600     MOVE BCS-REC-NAME TO WS-LINE-ADDR-TEXT.                      zbnkrvbl
095700     MOVE SPACES TO WS-LINE-ADDR-DATE.                            zbnkrvbl
095800     STRING 'Statement date ' DELIMITED BY SIZE                   zbnkrvbl
095900            WS-RUN-DATE-DISPLAY DELIMITED BY SIZE                 zbnkrvbl
096000       INTO WS-LINE-ADDR-DATE.                                    zbnkrvbl
096100     MOVE WS-LINE-ADDR TO PRINTOUT-REC.                           zbnkrvbl
096200     PERFORM PRINTOUT-PUT.                                        zbnkrvbl
096300     MOVE ' ' TO WS-LINE-ADDR-CC.                                 zbnkrvbl
096400     MOVE SPACES TO WS-LINE-ADDR-DATE.                            zbnkrvbl
096500     MOVE BCS-REC-ADDR1 TO WS-LINE-ADDR-TEXT.                     zbnkrvbl
096600     MOVE WS-LINE-ADDR TO PRINTOUT-REC.                           zbnkrvbl
096700     PERFORM PRINTOUT-PUT.                                        zbnkrvbl
096800     MOVE BCS-REC-ADDR2 TO WS-LINE-ADDR-TEXT.                     zbnkrvbl
096900     MOVE WS-LINE-ADDR TO PRINTOUT-REC.                           zbnkrvbl
097000     PERFORM PRINTOUT-PUT.                                        zbnkrvbl
097100     MOVE BCS-REC-PSTCDE TO WS-LINE-ADDR-TEXT.                    zbnkrvbl
097200     MOVE WS-LINE-ADDR TO PRINTOUT-REC.                           zbnkrvbl
097300     PERFORM PRINTOUT-PUT.                                        zbnkrvbl
097400     MOVE RVL-REC-ACCNO TO WS-LINE-TERMS-ACCNO.                   zbnkrvbl
097500     MOVE RVL-REC-CREDIT-LIMIT TO WS-LINE-TERMS-LIMIT.            zbnkrvbl
097600     MOVE RVL-REC-PURCHASE-RATE TO WS-LINE-TERMS-PURCHASE.        zbnkrvbl
097700     MOVE RVL-REC-CASH-RATE TO WS-LINE-TERMS-CASH.                zbnkrvbl
097800     MOVE WS-LINE-TERMS TO PRINTOUT-REC.                          zbnkrvbl
097900     PERFORM PRINTOUT-PUT.                                        zbnkrvbl
098000     MOVE WS-PERIOD-START-N TO WS-EDIT-DATE-N.                    zbnkrvbl
098100     PERFORM EDIT-STATEMENT-DATE.                                 zbnkrvbl
098200     MOVE WS-EDIT-DATE TO WS-LINE-PERIOD-FROM.                    zbnkrvbl
098300     MOVE WS-TODAY-DATE-N TO WS-EDIT-DATE-N.                      zbnkrvbl
098400     PERFORM EDIT-STATEMENT-DATE.                                 zbnkrvbl
098500     MOVE WS-EDIT-DATE TO WS-LINE-PERIOD-TO.                      zbnkrvbl
098600     MOVE WS-LINE-PERIOD TO PRINTOUT-REC.                         zbnkrvbl
098700     PERFORM PRINTOUT-PUT.                                        zbnkrvbl
098800                                                                  zbnkrvbl
098900******************************************************************zbnkrvbl
099000* The period summary, the new balance and what is due. The       *zbnkrvbl
099100* previous balance is the one last stated; the summary is        *zbnkrvbl
099200* printed before the record is rewritten, so RVL-REC-* already   *zbnkrvbl
099300* carries the new figures and the previous balance is worked     *zbnkrvbl
099400* back from them.                                                *zbnkrvbl
099500******************************************************************zbnkrvbl
099600 PRINT-STATEMENT-TOTALS.                                          zbnkrvbl
099700     MOVE 'Summary' TO WS-LINE-SECTION-TEXT.                      zbnkrvbl
099800     MOVE WS-LINE-SECTION TO PRINTOUT-REC.                        zbnkrvbl
099900     PERFORM PRINTOUT-PUT.                                        zbnkrvbl
100000     MOVE 'Previous balance' TO WS-LINE-TOTAL-LABEL.              zbnkrvbl
100100     COMPUTE WS-LINE-TOTAL-AMOUNT =                               zbnkrvbl
100200             RVL-REC-STMT-BALANCE + WS-PERIOD-PAID                zbnkrvbl
100300             - WS-PERIOD-PURCHASES - WS-PERIOD-CASH               zbnkrvbl
100400             - WS-PERIOD-FEES - WS-INTEREST.                      zbnkrvbl
100500     MOVE WS-LINE-TOTAL TO PRINTOUT-REC.                          zbnkrvbl
100600     PERFORM PRINTOUT-PUT.                                        zbnkrvbl
100700     MOVE 'Payments and credits' TO WS-LINE-TOTAL-LABEL.          zbnkrvbl
100800     MOVE WS-PERIOD-PAID TO WS-LINE-TOTAL-AMOUNT.                 zbnkrvbl
100900     MOVE WS-LINE-TOTAL TO PRINTOUT-REC.                          zbnkrvbl
101000     PERFORM PRINTOUT-PUT.                                        zbnkrvbl
101100     MOVE 'Purchases' TO WS-LINE-TOTAL-LABEL.                     zbnkrvbl
101200     MOVE WS-PERIOD-PURCHASES TO WS-LINE-TOTAL-AMOUNT.            zbnkrvbl
101300     MOVE WS-LINE-TOTAL TO PRINTOUT-REC.                          zbnkrvbl
101400     PERFORM PRINTOUT-PUT.                                        zbnkrvbl
101500     MOVE 'Cash advances' TO WS-LINE-TOTAL-LABEL.                 zbnkrvbl
101600     MOVE WS-PERIOD-CASH TO WS-LINE-TOTAL-AMOUNT.                 zbnkrvbl
101700     MOVE WS-LINE-TOTAL TO PRINTOUT-REC.                          zbnkrvbl
101800     PERFORM PRINTOUT-PUT.                                        zbnkrvbl
101900     MOVE 'Fees and charges' TO WS-LINE-TOTAL-LABEL.              zbnkrvbl
102000     MOVE WS-PERIOD-FEES TO WS-LINE-TOTAL-AMOUNT.                 zbnkrvbl
102100     MOVE WS-LINE-TOTAL TO PRINTOUT-REC.                          zbnkrvbl
102200     PERFORM PRINTOUT-PUT.                                        zbnkrvbl
102300     MOVE 'Interest charged' TO WS-LINE-TOTAL-LABEL.              zbnkrvbl
102400     MOVE WS-INTEREST TO WS-LINE-TOTAL-AMOUNT.                    zbnkrvbl
102500     MOVE WS-LINE-TOTAL TO PRINTOUT-REC.                          zbnkrvbl
102600     PERFORM PRINTOUT-PUT.                                        zbnkrvbl
102700     MOVE 'New balance' TO WS-LINE-TOTAL-LABEL.                   zbnkrvbl
102800     MOVE RVL-REC-STMT-BALANCE TO WS-LINE-TOTAL-AMOUNT.           zbnkrvbl
102900     MOVE WS-LINE-TOTAL TO PRINTOUT-REC.                          zbnkrvbl
103000     PERFORM PRINTOUT-PUT.                                        zbnkrvbl
103100     MOVE 'Minimum payment due' TO WS-LINE-TOTAL-LABEL.           zbnkrvbl
103200     MOVE RVL-REC-MIN-DUE TO WS-LINE-TOTAL-AMOUNT.                zbnkrvbl
103300     MOVE WS-LINE-TOTAL TO PRINTOUT-REC.                          zbnkrvbl
103400     PERFORM PRINTOUT-PUT.                                        zbnkrvbl
103500     IF RVL-REC-PAST-DUE IS GREATER THAN ZERO                     zbnkrvbl
103600        MOVE '  of which past due' TO WS-LINE-TOTAL-LABEL         zbnkrvbl
103700        MOVE RVL-REC-PAST-DUE TO WS-LINE-TOTAL-AMOUNT             zbnkrvbl
103800        MOVE WS-LINE-TOTAL TO PRINTOUT-REC                        zbnkrvbl
103900        PERFORM PRINTOUT-PUT                                      zbnkrvbl
104000     END-IF.                                                      zbnkrvbl
104100     MOVE 'Available credit' TO WS-LINE-TOTAL-LABEL.              zbnkrvbl
104200     MOVE WS-AVAILABLE TO WS-LINE-TOTAL-AMOUNT.                   zbnkrvbl
104300     MOVE WS-LINE-TOTAL TO PRINTOUT-REC.                          zbnkrvbl
104400     PERFORM PRINTOUT-PUT.                                        zbnkrvbl
104500     MOVE SPACES TO WS-LINE-TEXT-DATA.                            zbnkrvbl
104600     IF RVL-REC-DUE-OPEN                                          zbnkrvbl
104700        MOVE RVL-REC-DUE-DTE TO WS-EDIT-DATE-N                    zbnkrvbl
104800        PERFORM EDIT-STATEMENT-DATE                               zbnkrvbl
104900        MOVE RVL-REC-MIN-DUE TO WS-EDIT-AMOUNT-1                  zbnkrvbl
105000        STRING 'Please pay at least ' DELIMITED BY SIZE           zbnkrvbl
105100               WS-EDIT-AMOUNT-1 DELIMITED BY SIZE                 zbnkrvbl
105200               ' by ' DELIMITED BY SIZE                           zbnkrvbl
105300               WS-EDIT-DATE DELIMITED BY SIZE                     zbnkrvbl
105400               '. Pay the new balance in full to avoid'           zbnkrvbl
105500                                         DELIMITED BY SIZE        zbnkrvbl
105600               ' interest on purchases.' DELIMITED BY SIZE        zbnkrvbl
105700          INTO WS-LINE-TEXT-DATA                                  zbnkrvbl
105800     ELSE                                                         zbnkrvbl
105900        MOVE 'No payment is due this month' TO WS-LINE-TEXT-DATA  zbnkrvbl
106000     END-IF.                                                      zbnkrvbl
106100     MOVE WS-LINE-TEXT TO PRINTOUT-REC.                           zbnkrvbl
106200     PERFORM PRINTOUT-PUT.                                        zbnkrvbl
106300     IF RVL-REC-DUE-OPEN AND                                      zbnkrvbl
106400        NOT RVL-REC-AUTOPAY-NONE                                  zbnkrvbl
106500        MOVE SPACES TO WS-LINE-TEXT-DATA                          zbnkrvbl
106600        IF RVL-REC-AUTOPAY-FULL                                   zbnkrvbl
106700           STRING 'Autopay will pay the balance in full from '    zbnkrvbl
106800                                         DELIMITED BY SIZE        zbnkrvbl
106900                  'account ' DELIMITED BY SIZE                    zbnkrvbl
107000                  RVL-REC-AUTOPAY-ACCNO DELIMITED BY SIZE         zbnkrvbl
107100             INTO WS-LINE-TEXT-DATA                               zbnkrvbl
107200        ELSE                                                      zbnkrvbl
107300           STRING 'Autopay will pay the minimum from account '    zbnkrvbl
107400                                         DELIMITED BY SIZE        zbnkrvbl
107500                  RVL-REC-AUTOPAY-ACCNO DELIMITED BY SIZE         zbnkrvbl
107600             INTO WS-LINE-TEXT-DATA                               zbnkrvbl
107700        END-IF                                                    zbnkrvbl
107800        MOVE WS-LINE-TEXT TO PRINTOUT-REC                         zbnkrvbl
107900        PERFORM PRINTOUT-PUT                                      zbnkrvbl
108000     END-IF.                                                      zbnkrvbl
108100     IF RVL-REC-SUSPENDED                                         zbnkrvbl
108200        MOVE SPACES TO WS-LINE-TEXT-DATA                          zbnkrvbl
108300        MOVE 'This line is suspended for missed payments'         zbnkrvbl
108400          TO WS-LINE-TEXT-DATA                                    zbnkrvbl
108500        MOVE WS-LINE-TEXT TO PRINTOUT-REC                         zbnkrvbl
108600        PERFORM PRINTOUT-PUT                                      zbnkrvbl
108700     END-IF.                                                      zbnkrvbl
108800                                                                  zbnkrvbl
108900 EDIT-STATEMENT-DATE.                                             zbnkrvbl
109000     MOVE WS-EDIT-DD TO WS-EDIT-DATE-DD.                          zbnkrvbl
109100     MOVE WS-EDIT-MM TO WS-EDIT-DATE-MM.                          zbnkrvbl
109200     MOVE WS-EDIT-CCYY TO WS-EDIT-DATE-CCYY.                      zbnkrvbl
109300                                                                  zbnkrvbl
109400******************************************************************zbnkrvbl
109500* Resolve the posting's display date to numeric CCYYMMDD. The    *zbnkrvbl
109600* month abbreviation resolves against WS-MONTH-NAME-TBL; an      *zbnkrvbl
109700* unresolvable date parses to zero and falls outside the period. *zbnkrvbl
109800******************************************************************zbnkrvbl
109900 PARSE-POSTING-DATE.                                              zbnkrvbl
110000     MOVE BTX-REC-DATE TO WS-CONV-DATE-11.                        zbnkrvbl
110100     MOVE ZERO TO WS-CONV-DATE-N.                                 zbnkrvbl
110200     IF WS-CONV-DATE-11 (1:2) IS NOT NUMERIC OR                   zbnkrvbl
110300        WS-CONV-DATE-11 (8:4) IS NOT NUMERIC                      zbnkrvbl
110400        GO TO PARSE-POSTING-DATE-EXIT                             zbnkrvbl
110500     END-IF.                                                      zbnkrvbl
110600     MOVE WS-CONV-DATE-11 (1:2) TO WS-CONV-DD.                    zbnkrvbl
110700     MOVE WS-CONV-DATE-11 (8:4) TO WS-CONV-CCYY.                  zbnkrvbl
110800     MOVE FUNCTION UPPER-CASE(WS-CONV-DATE-11 (4:3))              zbnkrvbl
110900       TO WS-CONV-MMM-SEARCH.                                     zbnkrvbl
111000     PERFORM MONTH-LOOKUP-STEP                                    zbnkrvbl
111100        VARYING WS-MONTH-SUB FROM 1 BY 1                          zbnkrvbl
111200        UNTIL WS-MONTH-SUB IS GREATER THAN 12                     zbnkrvbl
111300           OR WS-MONTH-NAME-TBL (WS-MONTH-SUB)                    zbnkrvbl
111400              IS EQUAL TO WS-CONV-MMM-SEARCH.                     zbnkrvbl
111500     IF WS-MONTH-SUB IS GREATER THAN 12                           zbnkrvbl
111600        MOVE ZERO TO WS-CONV-DATE-N                               zbnkrvbl
111700     ELSE                                                         zbnkrvbl
111800        MOVE WS-MONTH-SUB TO WS-CONV-MM                           zbnkrvbl
111900     END-IF.                                                      zbnkrvbl
112000 PARSE-POSTING-DATE-EXIT.                                         zbnkrvbl
112100     EXIT.                                                        zbnkrvbl
112200                                                                  zbnkrvbl
112300 MONTH-LOOKUP-STEP.                                               zbnkrvbl
112400     CONTINUE.                                                    zbnkrvbl
112500                                                                  zbnkrvbl
112600******************************************************************zbnkrvbl
112700* Write one BNKTXN record from the WS-POST-* staging fields.     *zbnkrvbl
112800* Having already been validated, a failure here is an abort      *zbnkrvbl
112900* condition.                                                     *zbnkrvbl
113000******************************************************************zbnkrvbl
113100 POST-TRANSACTION.                                                zbnkrvbl
113200     MOVE SPACES TO TXN-FILE-REC.                                 zbnkrvbl
113300     MOVE ZERO TO BTX-REC-CHEQUE-NO.                              zbnkrvbl
113400     ADD 1 TO WS-TXN-SEQ.                                         zbnkrvbl
113500     IF WS-TXN-SEQ IS GREATER THAN 999                            zbnkrvbl
113600        MOVE 1 TO WS-TXN-SEQ                                      zbnkrvbl
113700     END-IF.                                                      zbnkrvbl
113800     MOVE WS-POST-ACCNO TO BTX-REC-ACCNO.                         zbnkrvbl
113900     MOVE WS-RUN-DATE-DISPLAY TO BTX-REC-DATE.                    zbnkrvbl
114000     MOVE WS-RUN-TIME TO BTX-REC-TIME.                            zbnkrvbl
114100     MOVE WS-TXN-SEQ TO BTX-REC-SEQ.                              zbnkrvbl
114200     MOVE WS-POST-AMOUNT TO BTX-REC-AMOUNT.                       zbnkrvbl
114300     MOVE WS-POST-DESC TO BTX-REC-DESC.                           zbnkrvbl
114400     MOVE WS-POST-TYPE TO BTX-REC-TYPE.                           zbnkrvbl
114500     MOVE WS-POST-BALANCE TO BTX-REC-BALANCE.                     zbnkrvbl
114600     MOVE WS-TODAY-DATE-N TO BTX-REC-VALUE-DTE.                   zbnkrvbl
114650     SET BTX-REC-CHN-SYSTEM TO TRUE.                              zbnkrvbl
114700     WRITE TXN-FILE-REC.                                          zbnkrvbl
114800     IF WS-TXN-STATUS NOT = '00'                                  zbnkrvbl
114900        MOVE 'TXN Error writing file ...' TO WS-CONSOLE-MESSAGE   zbnkrvbl
115000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrvbl
115100        MOVE WS-TXN-STATUS TO WS-IO-STATUS                        zbnkrvbl
115200        PERFORM DISPLAY-IO-STATUS                                 zbnkrvbl
115300        PERFORM ABORT-PROGRAM                                     zbnkrvbl
115400     END-IF.                                                      zbnkrvbl
115410     PERFORM JOURNAL-DAILY-POSTING.                               zbnkrvbl
115500                                                                  zbnkrvbl
115600******************************************************************zbnkrvbl
115700* Post the balancing office-account contra through UOFAPOST.     *zbnkrvbl
115800* The caller sets the office account, DR/CR and amount; a        *zbnkrvbl
115900* failed contra is an abort - an unbalanced day is worse than    *zbnkrvbl
116000* a stopped run.                                                 *zbnkrvbl
116100******************************************************************zbnkrvbl
116200 POST-OFFICE-CONTRA.                                              zbnkrvbl
116300     MOVE WS-TODAY-DATE-N TO OFA-BUSDATE.                         zbnkrvbl
116400     CALL 'UOFAPOST' USING WS-OFAPOST-PARM.                       zbnkrvbl
116500     IF OFA-FAILED                                                zbnkrvbl
116600        MOVE OFA-REPLY-TEXT TO WS-CONSOLE-MESSAGE                 zbnkrvbl
116700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrvbl
116800        PERFORM ABORT-PROGRAM                                     zbnkrvbl
116900     END-IF.                                                      zbnkrvbl
117000                                                                  zbnkrvbl
117100******************************************************************zbnkrvbl
117200* Write one line to the RVLEXC exception report - the line, the  *zbnkrvbl
117300* reason and the amount concerned.                               *zbnkrvbl
117400******************************************************************zbnkrvbl
117500 WRITE-EXCEPTION.                                                 zbnkrvbl
117600     ADD 1 TO WS-EXCEPT-COUNT.                                    zbnkrvbl
117700     MOVE SPACES TO RVLEXC-REC.                                   zbnkrvbl
117800     STRING RVL-REC-ACCNO DELIMITED BY SIZE                       zbnkrvbl
117900            '  line ' DELIMITED BY SIZE                           zbnkrvbl
118000            RVL-REC-LINE-NO DELIMITED BY SIZE                     zbnkrvbl
118100            '  ' DELIMITED BY SIZE                                zbnkrvbl
118200            WS-EXCEPT-REASON DELIMITED BY SIZE                    zbnkrvbl
118300            ' ' DELIMITED BY SIZE                                 zbnkrvbl
118400            WS-AMOUNT-DISPLAY DELIMITED BY SIZE                   zbnkrvbl
118500       INTO RVLEXC-REC.                                           zbnkrvbl
118600     PERFORM RVLEXC-PUT.                                          zbnkrvbl
118700                                                                  zbnkrvbl
118800******************************************************************zbnkrvbl
118900* A customer's line statements for the day follow any already    *zbnkrvbl
119000* archived for them today from WS-SARC-FIRST-SEQ upwards.        *zbnkrvbl
119100******************************************************************zbnkrvbl
119200 FIND-ARCHIVE-START.                                              zbnkrvbl
119300     MOVE RVL-REC-PID TO WS-CURRENT-CONTACT.                      zbnkrvbl
119400     MOVE WS-SARC-FIRST-SEQ TO WS-SARC-SEQ.                       zbnkrvbl
119500     IF WS-SARC-AVAILABLE NOT = 'YES'                             zbnkrvbl
119600        GO TO FIND-ARCHIVE-START-EXIT                             zbnkrvbl
119700     END-IF.                                                      zbnkrvbl
119800     MOVE RVL-REC-PID TO SA-REC-CONTACT-ID.                       zbnkrvbl
119900     MOVE WS-TODAY-DATE-N TO SA-REC-STMT-DATE.                    zbnkrvbl
120000     COMPUTE SA-REC-LINE-SEQ = WS-SARC-FIRST-SEQ + 1.             zbnkrvbl
120100     START SARC-FILE KEY IS NOT LESS THAN SA-REC-KEY.             zbnkrvbl
120200     IF WS-SARC-STATUS NOT = '00'                                 zbnkrvbl
120300        GO TO FIND-ARCHIVE-START-EXIT                             zbnkrvbl
120400     END-IF.                                                      zbnkrvbl
120500 FIND-ARCHIVE-START-LOOP.                                         zbnkrvbl
120600     READ SARC-FILE NEXT RECORD.                                  zbnkrvbl
120700     IF WS-SARC-STATUS NOT = '00' OR                              zbnkrvbl
120800        SA-REC-CONTACT-ID IS NOT EQUAL TO RVL-REC-PID OR          zbnkrvbl
120900        SA-REC-STMT-DATE IS NOT EQUAL TO WS-TODAY-DATE-N          zbnkrvbl
121000        GO TO FIND-ARCHIVE-START-EXIT                             zbnkrvbl
121100     END-IF.                                                      zbnkrvbl
121200     MOVE SA-REC-LINE-SEQ TO WS-SARC-SEQ.                         zbnkrvbl
121300     GO TO FIND-ARCHIVE-START-LOOP.                               zbnkrvbl
121400 FIND-ARCHIVE-START-EXIT.                                         zbnkrvbl
121500     EXIT.                                                        zbnkrvbl
121600                                                                  zbnkrvbl
121700******************************************************************zbnkrvbl
121800* Open the RVLN file for a full sequential scan, updating each   *zbnkrvbl
121900* line in place as it is billed.                                 *zbnkrvbl
122000******************************************************************zbnkrvbl
122100 RVLN-OPEN.                                                       zbnkrvbl
122200     OPEN I-O RVLN-FILE.                                          zbnkrvbl
122300     IF WS-RVLN-STATUS = '00'                                     zbnkrvbl
122400        MOVE 'RVLN file opened OK' TO WS-CONSOLE-MESSAGE          zbnkrvbl
122500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrvbl
122600     ELSE                                                         zbnkrvbl
122700        MOVE 'RVLN file open failure...' TO WS-CONSOLE-MESSAGE    zbnkrvbl
122800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrvbl
122900        MOVE WS-RVLN-STATUS TO WS-IO-STATUS                       zbnkrvbl
123000        PERFORM DISPLAY-IO-STATUS                                 zbnkrvbl
123100        PERFORM ABORT-PROGRAM                                     zbnkrvbl
123200     END-IF.                                                      zbnkrvbl
123300                                                                  zbnkrvbl
123400 RVLN-GET.                                                        zbnkrvbl
123500     READ RVLN-FILE NEXT RECORD.                                  zbnkrvbl
123600     IF WS-RVLN-STATUS = '00'                                     zbnkrvbl
123700        MOVE RVLN-FILE-REC TO WS-RVLN-IMAGE                       zbnkrvbl
123800     END-IF.                                                      zbnkrvbl
123900     IF WS-RVLN-STATUS NOT = '00'                                 zbnkrvbl
124000        IF WS-RVLN-STATUS = '10'                                  zbnkrvbl
124100           MOVE 'YES' TO WS-END-OF-RVLN                           zbnkrvbl
124200        ELSE                                                      zbnkrvbl
124300           MOVE 'RVLN Error reading file ...'                     zbnkrvbl
124400             TO WS-CONSOLE-MESSAGE                                zbnkrvbl
124500           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkrvbl
124600           MOVE WS-RVLN-STATUS TO WS-IO-STATUS                    zbnkrvbl
124700           PERFORM DISPLAY-IO-STATUS                              zbnkrvbl
124800           PERFORM ABORT-PROGRAM                                  zbnkrvbl
124900        END-IF                                                    zbnkrvbl
125000     END-IF.                                                      zbnkrvbl
125100                                                                  zbnkrvbl
125200 RVLN-REWRITE.                                                    zbnkrvbl
125300     MOVE 'BNKRVLN ' TO JRN-FILE.                                 zbnkrvbl
125400     MOVE SPACES TO JRN-RECKEY.                                   zbnkrvbl
125500     MOVE RVL-REC-ACCNO TO JRN-RECKEY (1:9).                      zbnkrvbl
125600     MOVE WS-RVLN-IMAGE TO JRN-BEFORE-IMAGE.                      zbnkrvbl
125700     PERFORM WRITE-BEFORE-IMAGE.                                  zbnkrvbl
125800     REWRITE RVLN-FILE-REC.                                       zbnkrvbl
125900     IF WS-RVLN-STATUS NOT = '00'                                 zbnkrvbl
126000        MOVE 'RVLN Error rewriting file ...'                      zbnkrvbl
126100          TO WS-CONSOLE-MESSAGE                                   zbnkrvbl
126200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrvbl
126300        MOVE WS-RVLN-STATUS TO WS-IO-STATUS                       zbnkrvbl
126400        PERFORM DISPLAY-IO-STATUS                                 zbnkrvbl
126500        PERFORM ABORT-PROGRAM                                     zbnkrvbl
126600     END-IF.                                                      zbnkrvbl
126700                                                                  zbnkrvbl
126800 RVLN-CLOSE.                                                      zbnkrvbl
126900     CLOSE RVLN-FILE.                                             zbnkrvbl
127000     IF WS-RVLN-STATUS NOT = '00'                                 zbnkrvbl
127100        MOVE 'RVLN file close failure...' TO WS-CONSOLE-MESSAGE   zbnkrvbl
127200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrvbl
127300        MOVE WS-RVLN-STATUS TO WS-IO-STATUS                       zbnkrvbl
127400        PERFORM DISPLAY-IO-STATUS                                 zbnkrvbl
127500        PERFORM ABORT-PROGRAM                                     zbnkrvbl
127600     END-IF.                                                      zbnkrvbl
127700                                                                  zbnkrvbl
127800 ACCOUNT-OPEN.                                                    zbnkrvbl
127900     OPEN I-O ACCOUNT-FILE.                                       zbnkrvbl
128000     IF WS-ACCOUNT-STATUS = '00'                                  zbnkrvbl
128100        MOVE 'ACCOUNT file opened OK' TO WS-CONSOLE-MESSAGE       zbnkrvbl
128200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrvbl
128300     ELSE                                                         zbnkrvbl
128400        MOVE 'ACCOUNT file open failure...' TO WS-CONSOLE-MESSAGE zbnkrvbl
128500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrvbl
128600        MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                    zbnkrvbl
128700        PERFORM DISPLAY-IO-STATUS                                 zbnkrvbl
128800        PERFORM ABORT-PROGRAM                                     zbnkrvbl
128900     END-IF.                                                      zbnkrvbl
129000                                                                  zbnkrvbl
129100******************************************************************zbnkrvbl
129200* Random read of an account by BAC-REC-ACCNO. A non-zero status  *zbnkrvbl
129300* is left for the caller to interpret.                           *zbnkrvbl
129400******************************************************************zbnkrvbl
129500 ACCOUNT-READ.                                                    zbnkrvbl
129600     READ ACCOUNT-FILE.                                           zbnkrvbl
129700     IF WS-ACCOUNT-STATUS = '00'                                  zbnkrvbl
129800        MOVE ACCOUNT-FILE-REC TO WS-ACCOUNT-IMAGE                 zbnkrvbl
129900     END-IF.                                                      zbnkrvbl
130000                                                                  zbnkrvbl
130100 ACCOUNT-REWRITE.                                                 zbnkrvbl
130200     MOVE 'BNKACCT ' TO JRN-FILE.                                 zbnkrvbl
130300     MOVE SPACES TO JRN-RECKEY.                                   zbnkrvbl
130400     MOVE BAC-REC-ACCNO TO JRN-RECKEY (1:9).                      zbnkrvbl
130500     MOVE WS-ACCOUNT-IMAGE TO JRN-BEFORE-IMAGE.                   zbnkrvbl
130600     PERFORM WRITE-BEFORE-IMAGE.                                  zbnkrvbl
130700     REWRITE ACCOUNT-FILE-REC.                                    zbnkrvbl
130800     IF WS-ACCOUNT-STATUS NOT = '00'                              zbnkrvbl
130900        MOVE 'ACCOUNT Error rewriting file ...'                   zbnkrvbl
131000          TO WS-CONSOLE-MESSAGE                                   zbnkrvbl
131100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrvbl
131200        MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                    zbnkrvbl
131300        PERFORM DISPLAY-IO-STATUS                                 zbnkrvbl
131400        PERFORM ABORT-PROGRAM                                     zbnkrvbl
131500     END-IF.                                                      zbnkrvbl
131600     MOVE ACCOUNT-FILE-REC TO WS-ACCOUNT-IMAGE.                   zbnkrvbl
131700                                                                  zbnkrvbl
131800 ACCOUNT-CLOSE.                                                   zbnkrvbl
131900     CLOSE ACCOUNT-FILE.                                          zbnkrvbl
132000     IF WS-ACCOUNT-STATUS NOT = '00'                              zbnkrvbl
132100        MOVE 'ACCOUNT file close failure...' TO WS-CONSOLE-MESSAGEzbnkrvbl
132200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrvbl
132300        MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                    zbnkrvbl
132400        PERFORM DISPLAY-IO-STATUS                                 zbnkrvbl
132500        PERFORM ABORT-PROGRAM                                     zbnkrvbl
132600     END-IF.                                                      zbnkrvbl
132700                                                                  zbnkrvbl
132800 CUSTOMER-OPEN.                                                   zbnkrvbl
132900     OPEN INPUT CUSTOMER-FILE.                                    zbnkrvbl
133000     IF WS-CUSTOMER-STATUS NOT = '00'                             zbnkrvbl
133100        MOVE 'CUSTOMER file open failure...'                      zbnkrvbl
133200          TO WS-CONSOLE-MESSAGE                                   zbnkrvbl
133300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrvbl
133400        MOVE WS-CUSTOMER-STATUS TO WS-IO-STATUS                   zbnkrvbl
133500        PERFORM DISPLAY-IO-STATUS                                 zbnkrvbl
133600        PERFORM ABORT-PROGRAM                                     zbnkrvbl
133700     END-IF.                                                      zbnkrvbl
133800                                                                  zbnkrvbl
133900 CUSTOMER-READ.                                                   zbnkrvbl
134000     READ CUSTOMER-FILE.                                          zbnkrvbl
134100                                                                  zbnkrvbl
134200 CUSTOMER-CLOSE.                                                  zbnkrvbl
134300     CLOSE CUSTOMER-FILE.                                         zbnkrvbl
134400     IF WS-CUSTOMER-STATUS NOT = '00'                             zbnkrvbl
134500        MOVE 'CUSTOMER file close failure...'                     zbnkrvbl
134600          TO WS-CONSOLE-MESSAGE                                   zbnkrvbl
134700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrvbl
134800        MOVE WS-CUSTOMER-STATUS TO WS-IO-STATUS                   zbnkrvbl
134900        PERFORM DISPLAY-IO-STATUS                                 zbnkrvbl
135000        PERFORM ABORT-PROGRAM                                     zbnkrvbl
135100     END-IF.                                                      zbnkrvbl
135200                                                                  zbnkrvbl
135300******************************************************************zbnkrvbl
135400* Open the TXN file for update - the period's postings are read  *zbnkrvbl
135500* by account and the interest and autopay postings added.        *zbnkrvbl
135600******************************************************************zbnkrvbl
135700 TXN-OPEN.                                                        zbnkrvbl
135800     OPEN I-O TXN-FILE.                                           zbnkrvbl
135900     IF WS-TXN-STATUS = '00'                                      zbnkrvbl
136000        MOVE 'TXN file opened OK' TO WS-CONSOLE-MESSAGE           zbnkrvbl
136100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrvbl
136200     ELSE                                                         zbnkrvbl
136300        MOVE 'TXN file open failure...' TO WS-CONSOLE-MESSAGE     zbnkrvbl
136400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrvbl
136500        MOVE WS-TXN-STATUS TO WS-IO-STATUS                        zbnkrvbl
136600        PERFORM DISPLAY-IO-STATUS                                 zbnkrvbl
136700        PERFORM ABORT-PROGRAM                                     zbnkrvbl
136800     END-IF.                                                      zbnkrvbl
136900                                                                  zbnkrvbl
137000 TXN-CLOSE.                                                       zbnkrvbl
137100     CLOSE TXN-FILE.                                              zbnkrvbl
137200     IF WS-TXN-STATUS NOT = '00'                                  zbnkrvbl
137300        MOVE 'TXN file close failure...' TO WS-CONSOLE-MESSAGE    zbnkrvbl
137400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrvbl
137500        MOVE WS-TXN-STATUS TO WS-IO-STATUS                        zbnkrvbl
137600        PERFORM DISPLAY-IO-STATUS                                 zbnkrvbl
137700        PERFORM ABORT-PROGRAM                                     zbnkrvbl
137800     END-IF.                                                      zbnkrvbl
137900                                                                  zbnkrvbl
138000******************************************************************zbnkrvbl
138100* Open and close the statement archive. A missing archive        *zbnkrvbl
138200* cluster stops archiving, not printing.                         *zbnkrvbl
138300******************************************************************zbnkrvbl
138400 SARC-OPEN.                                                       zbnkrvbl
138500     OPEN I-O SARC-FILE.                                          zbnkrvbl
138600     IF WS-SARC-STATUS = '00'                                     zbnkrvbl
138700        MOVE 'YES' TO WS-SARC-AVAILABLE                           zbnkrvbl
138800     ELSE                                                         zbnkrvbl
138900        MOVE 'No BNKSARC archive this run'                        zbnkrvbl
139000          TO WS-CONSOLE-MESSAGE                                   zbnkrvbl
139100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrvbl
139200     END-IF.                                                      zbnkrvbl
139300                                                                  zbnkrvbl
139400 SARC-CLOSE.                                                      zbnkrvbl
139500     IF WS-SARC-AVAILABLE = 'YES'                                 zbnkrvbl
139600        CLOSE SARC-FILE                                           zbnkrvbl
139700     END-IF.                                                      zbnkrvbl
139800                                                                  zbnkrvbl
139900 PRINTOUT-OPEN.                                                   zbnkrvbl
140000     OPEN OUTPUT PRINTOUT-FILE.                                   zbnkrvbl
140100     IF WS-PRINTOUT-STATUS = '00'                                 zbnkrvbl
140200        MOVE 'PRINTOUT file opened OK' TO WS-CONSOLE-MESSAGE      zbnkrvbl
140300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrvbl
140400     ELSE                                                         zbnkrvbl
140500        MOVE 'PRINTOUT file open failure...' TO WS-CONSOLE-MESSAGEzbnkrvbl
140600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrvbl
140700        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkrvbl
140800        PERFORM DISPLAY-IO-STATUS                                 zbnkrvbl
140900        PERFORM ABORT-PROGRAM                                     zbnkrvbl
141000     END-IF.                                                      zbnkrvbl
141100                                                                  zbnkrvbl
141200******************************************************************zbnkrvbl
141300* Every printed line is also stored on the archive.              *zbnkrvbl
141400******************************************************************zbnkrvbl
141500 PRINTOUT-PUT.                                                    zbnkrvbl
141600     WRITE PRINTOUT-REC.                                          zbnkrvbl
141700     IF WS-PRINTOUT-STATUS NOT = '00'                             zbnkrvbl
141800        MOVE 'PRINTOUT Error writing file ...'                    zbnkrvbl
141900          TO WS-CONSOLE-MESSAGE                                   zbnkrvbl
142000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrvbl
142100        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkrvbl
142200        PERFORM DISPLAY-IO-STATUS                                 zbnkrvbl
142300        PERFORM ABORT-PROGRAM                                     zbnkrvbl
142400     END-IF.                                                      zbnkrvbl
142500     IF WS-SARC-AVAILABLE = 'YES'                                 zbnkrvbl
142600        ADD 1 TO WS-SARC-SEQ                                      zbnkrvbl
142700        MOVE WS-CURRENT-CONTACT TO SA-REC-CONTACT-ID              zbnkrvbl
142800        MOVE WS-TODAY-DATE-N TO SA-REC-STMT-DATE                  zbnkrvbl
142900        MOVE WS-SARC-SEQ TO SA-REC-LINE-SEQ                       zbnkrvbl
143000        MOVE PRINTOUT-REC TO SA-REC-LINE                          zbnkrvbl
143100        WRITE SARC-FILE-REC                                       zbnkrvbl
143200        IF WS-SARC-STATUS = '22'                                  zbnkrvbl
143300           REWRITE SARC-FILE-REC                                  zbnkrvbl
143400        END-IF                                                    zbnkrvbl
143500        IF WS-SARC-STATUS NOT = '00'                              zbnkrvbl
143600           MOVE 'SARC Error writing file ...'                     zbnkrvbl
143700             TO WS-CONSOLE-MESSAGE                                zbnkrvbl
143800           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkrvbl
143900           MOVE WS-SARC-STATUS TO WS-IO-STATUS                    zbnkrvbl
144000           PERFORM DISPLAY-IO-STATUS                              zbnkrvbl
144100           PERFORM ABORT-PROGRAM                                  zbnkrvbl
144200        END-IF                                                    zbnkrvbl
144300        ADD 1 TO WS-LINES-ARCHIVED                                zbnkrvbl
144400     END-IF.                                                      zbnkrvbl
144500                                                                  zbnkrvbl
144600 PRINTOUT-CLOSE.                                                  zbnkrvbl
144700     CLOSE PRINTOUT-FILE.                                         zbnkrvbl
144800     IF WS-PRINTOUT-STATUS NOT = '00'                             zbnkrvbl
144900        MOVE 'PRINTOUT file close failure...'                     zbnkrvbl
145000          TO WS-CONSOLE-MESSAGE                                   zbnkrvbl
145100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrvbl
145200        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkrvbl
145300        PERFORM DISPLAY-IO-STATUS                                 zbnkrvbl
145400        PERFORM ABORT-PROGRAM                                     zbnkrvbl
145500     END-IF.                                                      zbnkrvbl
145600                                                                  zbnkrvbl
145700 RVLEXC-OPEN.                                                     zbnkrvbl
145800     OPEN OUTPUT RVLEXC-FILE.                                     zbnkrvbl
145900     IF WS-RVLEXC-STATUS NOT = '00'                               zbnkrvbl
146000        MOVE 'RVLEXC file open failure...' TO WS-CONSOLE-MESSAGE  zbnkrvbl
146100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrvbl
146200        MOVE WS-RVLEXC-STATUS TO WS-IO-STATUS                     zbnkrvbl
146300        PERFORM DISPLAY-IO-STATUS                                 zbnkrvbl
146400        PERFORM ABORT-PROGRAM                                     zbnkrvbl
146500     END-IF.                                                      zbnkrvbl
146600                                                                  zbnkrvbl
146700 RVLEXC-PUT.                                                      zbnkrvbl
146800     WRITE RVLEXC-REC.                                            zbnkrvbl
146900     IF WS-RVLEXC-STATUS NOT = '00'                               zbnkrvbl
147000        MOVE 'RVLEXC Error writing file ...' TO WS-CONSOLE-MESSAGEzbnkrvbl
147100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrvbl
147200        MOVE WS-RVLEXC-STATUS TO WS-IO-STATUS                     zbnkrvbl
147300        PERFORM DISPLAY-IO-STATUS                                 zbnkrvbl
147400        PERFORM ABORT-PROGRAM                                     zbnkrvbl
147500     END-IF.                                                      zbnkrvbl
147600                                                                  zbnkrvbl
147700 RVLEXC-CLOSE.                                                    zbnkrvbl
147800     CLOSE RVLEXC-FILE.                                           zbnkrvbl
147900     IF WS-RVLEXC-STATUS NOT = '00'                               zbnkrvbl
148000        MOVE 'RVLEXC file close failure...' TO WS-CONSOLE-MESSAGE zbnkrvbl
148100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrvbl
148200        MOVE WS-RVLEXC-STATUS TO WS-IO-STATUS                     zbnkrvbl
148300        PERFORM DISPLAY-IO-STATUS                                 zbnkrvbl
148400        PERFORM ABORT-PROGRAM                                     zbnkrvbl
148500     END-IF.                                                      zbnkrvbl
148600                                                                  zbnkrvbl
148604 IBRT-OPEN.                                                       zbnkrvbl
148608     OPEN I-O IBRT-FILE.                                          zbnkrvbl
148612     IF WS-IBRT-STATUS NOT = '00'                                 zbnkrvbl
148616        MOVE 'IBRT file open failure...' TO WS-CONSOLE-MESSAGE    zbnkrvbl
148620        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrvbl
148624        MOVE WS-IBRT-STATUS TO WS-IO-STATUS                       zbnkrvbl
148628        PERFORM DISPLAY-IO-STATUS                                 zbnkrvbl
148632        PERFORM ABORT-PROGRAM                                     zbnkrvbl
148636     END-IF.                                                      zbnkrvbl
148640                                                                  zbnkrvbl
148644 IBRT-CLOSE.                                                      zbnkrvbl
148648     CLOSE IBRT-FILE.                                             zbnkrvbl
148652     IF WS-IBRT-STATUS NOT = '00'                                 zbnkrvbl
148656        MOVE 'IBRT file close failure...' TO WS-CONSOLE-MESSAGE   zbnkrvbl
148660        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrvbl
148664        MOVE WS-IBRT-STATUS TO WS-IO-STATUS                       zbnkrvbl
148668        PERFORM DISPLAY-IO-STATUS                                 zbnkrvbl
148672        PERFORM ABORT-PROGRAM                                     zbnkrvbl
148676     END-IF.                                                      zbnkrvbl
148680                                                                  zbnkrvbl
148700******************************************************************zbnkrvbl
148800* Write a short end-of-job summary to the JOBSUM file, in the    *zbnkrvbl
148900* same style as the other nightly jobs.                          *zbnkrvbl
149000******************************************************************zbnkrvbl
149100 PRINT-JOB-SUMMARY.                                               zbnkrvbl
149200     PERFORM JOBSUM-OPEN.                                         zbnkrvbl
149300     MOVE SPACES TO JOBSUM-REC.                                   zbnkrvbl
149400     STRING 'Credit lines read:           ' DELIMITED BY SIZE     zbnkrvbl
149500            WS-LINES-READ DELIMITED BY SIZE                       zbnkrvbl
149600       INTO JOBSUM-REC.                                           zbnkrvbl
149700     PERFORM JOBSUM-PUT.                                          zbnkrvbl
149800     MOVE SPACES TO JOBSUM-REC.                                   zbnkrvbl
149900     STRING 'Closed lines skipped:        ' DELIMITED BY SIZE     zbnkrvbl
150000            WS-LINES-CLOSED DELIMITED BY SIZE                     zbnkrvbl
150100       INTO JOBSUM-REC.                                           zbnkrvbl
150200     PERFORM JOBSUM-PUT.                                          zbnkrvbl
150300     MOVE SPACES TO JOBSUM-REC.                                   zbnkrvbl
150400     STRING 'Due dates settled:           ' DELIMITED BY SIZE     zbnkrvbl
150500            WS-DUE-DATES DELIMITED BY SIZE                        zbnkrvbl
150600       INTO JOBSUM-REC.                                           zbnkrvbl
150700     PERFORM JOBSUM-PUT.                                          zbnkrvbl
150800     MOVE SPACES TO JOBSUM-REC.                                   zbnkrvbl
150900     STRING 'Minimums met:                ' DELIMITED BY SIZE     zbnkrvbl
151000            WS-MINIMUMS-MET DELIMITED BY SIZE                     zbnkrvbl
151100       INTO JOBSUM-REC.                                           zbnkrvbl
151200     PERFORM JOBSUM-PUT.                                          zbnkrvbl
151300     MOVE SPACES TO JOBSUM-REC.                                   zbnkrvbl
151400     STRING 'Minimums missed:             ' DELIMITED BY SIZE     zbnkrvbl
151500            WS-MINIMUMS-MISSED DELIMITED BY SIZE                  zbnkrvbl
151600       INTO JOBSUM-REC.                                           zbnkrvbl
151700     PERFORM JOBSUM-PUT.                                          zbnkrvbl
151800     MOVE SPACES TO JOBSUM-REC.                                   zbnkrvbl
151900     STRING 'Autopays taken:              ' DELIMITED BY SIZE     zbnkrvbl
152000            WS-AUTOPAYS-TAKEN DELIMITED BY SIZE                   zbnkrvbl
152100       INTO JOBSUM-REC.                                           zbnkrvbl
152200     PERFORM JOBSUM-PUT.                                          zbnkrvbl
152300     MOVE WS-AUTOPAY-TOTAL TO WS-TOTAL-DISPLAY.                   zbnkrvbl
152400     MOVE SPACES TO JOBSUM-REC.                                   zbnkrvbl
152500     STRING 'Autopay amount:          ' DELIMITED BY SIZE         zbnkrvbl
152600            WS-TOTAL-DISPLAY DELIMITED BY SIZE                    zbnkrvbl
152700       INTO JOBSUM-REC.                                           zbnkrvbl
152800     PERFORM JOBSUM-PUT.                                          zbnkrvbl
152900     MOVE SPACES TO JOBSUM-REC.                                   zbnkrvbl
153000     STRING 'Autopays failed:             ' DELIMITED BY SIZE     zbnkrvbl
153100            WS-AUTOPAYS-FAILED DELIMITED BY SIZE                  zbnkrvbl
153200       INTO JOBSUM-REC.                                           zbnkrvbl
153300     PERFORM JOBSUM-PUT.                                          zbnkrvbl
153400     MOVE SPACES TO JOBSUM-REC.                                   zbnkrvbl
153500     STRING 'Lines suspended:             ' DELIMITED BY SIZE     zbnkrvbl
153600            WS-LINES-SUSPENDED DELIMITED BY SIZE                  zbnkrvbl
153700       INTO JOBSUM-REC.                                           zbnkrvbl
153800     PERFORM JOBSUM-PUT.                                          zbnkrvbl
153900     MOVE SPACES TO JOBSUM-REC.                                   zbnkrvbl
154000     STRING 'Lines reinstated:            ' DELIMITED BY SIZE     zbnkrvbl
154100            WS-LINES-REINSTATED DELIMITED BY SIZE                 zbnkrvbl
154200       INTO JOBSUM-REC.                                           zbnkrvbl
154300     PERFORM JOBSUM-PUT.                                          zbnkrvbl
154400     MOVE SPACES TO JOBSUM-REC.                                   zbnkrvbl
154500     STRING 'Statements printed:          ' DELIMITED BY SIZE     zbnkrvbl
154600            WS-STATEMENTS-PRINTED DELIMITED BY SIZE               zbnkrvbl
154700       INTO JOBSUM-REC.                                           zbnkrvbl
154800     PERFORM JOBSUM-PUT.                                          zbnkrvbl
154900     MOVE WS-INTEREST-TOTAL TO WS-TOTAL-DISPLAY.                  zbnkrvbl
155000     MOVE SPACES TO JOBSUM-REC.                                   zbnkrvbl
155100     STRING 'Interest charged:        ' DELIMITED BY SIZE         zbnkrvbl
155200            WS-TOTAL-DISPLAY DELIMITED BY SIZE                    zbnkrvbl
155300       INTO JOBSUM-REC.                                           zbnkrvbl
155400     PERFORM JOBSUM-PUT.                                          zbnkrvbl
155500     MOVE SPACES TO JOBSUM-REC.                                   zbnkrvbl
155600     STRING 'Lines archived to BNKSARC:   ' DELIMITED BY SIZE     zbnkrvbl
155700            WS-LINES-ARCHIVED DELIMITED BY SIZE                   zbnkrvbl
155800       INTO JOBSUM-REC.                                           zbnkrvbl
155900     PERFORM JOBSUM-PUT.                                          zbnkrvbl
156000     MOVE SPACES TO JOBSUM-REC.                                   zbnkrvbl
156100     STRING 'Exceptions reported:         ' DELIMITED BY SIZE     zbnkrvbl
156200            WS-EXCEPT-COUNT DELIMITED BY SIZE                     zbnkrvbl
156300       INTO JOBSUM-REC.                                           zbnkrvbl
156400     PERFORM JOBSUM-PUT.                                          zbnkrvbl
156410     MOVE SPACES TO JOBSUM-REC.                                   zbnkrvbl
156420     STRING 'Inter-branch autopays:       ' DELIMITED BY SIZE     zbnkrvbl
156430            WS-INTER-BRANCH-POSTED DELIMITED BY SIZE              zbnkrvbl
156440       INTO JOBSUM-REC.                                           zbnkrvbl
156450     PERFORM JOBSUM-PUT.                                          zbnkrvbl
156500     PERFORM JOBSUM-CLOSE.                                        zbnkrvbl
156600     MOVE 'Job summary written to JOBSUM'                         zbnkrvbl
156700       TO WS-CONSOLE-MESSAGE.                                     zbnkrvbl
156800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkrvbl
156900                                                                  zbnkrvbl
157000 JOBSUM-OPEN.                                                     zbnkrvbl
157100     OPEN OUTPUT JOBSUM-FILE.                                     zbnkrvbl
157200     IF WS-JOBSUM-STATUS NOT = '00'                               zbnkrvbl
157300        MOVE 'JOBSUM file open failure...' TO WS-CONSOLE-MESSAGE  zbnkrvbl
157400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrvbl
157500        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkrvbl
157600        PERFORM DISPLAY-IO-STATUS                                 zbnkrvbl
157700        PERFORM ABORT-PROGRAM                                     zbnkrvbl
157800     END-IF.                                                      zbnkrvbl
157900                                                                  zbnkrvbl
158000 JOBSUM-PUT.                                                      zbnkrvbl
158100     WRITE JOBSUM-REC.                                            zbnkrvbl
158200     IF WS-JOBSUM-STATUS NOT = '00'                               zbnkrvbl
158300        MOVE 'JOBSUM Error writing file ...' TO WS-CONSOLE-MESSAGEzbnkrvbl
158400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrvbl
158500        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkrvbl
158600        PERFORM DISPLAY-IO-STATUS                                 zbnkrvbl
158700        PERFORM ABORT-PROGRAM                                     zbnkrvbl
158800     END-IF.                                                      zbnkrvbl
158900                                                                  zbnkrvbl
159000 JOBSUM-CLOSE.                                                    zbnkrvbl
159100     CLOSE JOBSUM-FILE.                                           zbnkrvbl
159200     IF WS-JOBSUM-STATUS NOT = '00'                               zbnkrvbl
159300        MOVE 'JOBSUM file close failure...' TO WS-CONSOLE-MESSAGE zbnkrvbl
159400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrvbl
159500        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkrvbl
159600        PERFORM DISPLAY-IO-STATUS                                 zbnkrvbl
159700        PERFORM ABORT-PROGRAM                                     zbnkrvbl
159800     END-IF.                                                      zbnkrvbl
159900                                                                  zbnkrvbl
160000******************************************************************zbnkrvbl
160100* Run-control hooks. The START call blocks this job when it has  *zbnkrvbl
160200* already completed for the business date or a prerequisite has  *zbnkrvbl
160300* not, and records the start on BNKRUNC; the END call records    *zbnkrvbl
160400* the end time and return code. See URUNCTL.CBL.                 *zbnkrvbl
160500******************************************************************zbnkrvbl
160600 RUN-CONTROL-START.                                               zbnkrvbl
160700     SET RUNCTL-START TO TRUE.                                    zbnkrvbl
160800     MOVE 'ZBNKRVBL' TO RUNCTL-JOB.                               zbnkrvbl
160900     MOVE ZERO TO RUNCTL-BUSDATE.                                 zbnkrvbl
161000     MOVE ZERO TO RUNCTL-RETURN-CODE.                             zbnkrvbl
161100     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkrvbl
161200     IF RUNCTL-BLOCKED                                            zbnkrvbl
161300        MOVE RUNCTL-REPLY-TEXT TO WS-CONSOLE-MESSAGE              zbnkrvbl
161400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrvbl
161500        MOVE 'Run control blocked this run' TO WS-CONSOLE-MESSAGE zbnkrvbl
161600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrvbl
161700        MOVE 8 TO RETURN-CODE                                     zbnkrvbl
161800        GOBACK                                                    zbnkrvbl
161900     END-IF.                                                      zbnkrvbl
162000 RUN-CONTROL-START-EXIT.                                          zbnkrvbl
162100     EXIT.                                                        zbnkrvbl
162200                                                                  zbnkrvbl
162300 RUN-CONTROL-END.                                                 zbnkrvbl
162400     SET RUNCTL-END TO TRUE.                                      zbnkrvbl
162500     MOVE RETURN-CODE TO RUNCTL-RETURN-CODE.                      zbnkrvbl
162600     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkrvbl
162700                                                                  zbnkrvbl
162800******************************************************************zbnkrvbl
162900* Display the file status bytes                                  *zbnkrvbl
163000******************************************************************zbnkrvbl
163100 DISPLAY-IO-STATUS.                                               zbnkrvbl
163200     IF WS-IO-STATUS NUMERIC                                      zbnkrvbl
163300        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkrvbl
163400        STRING 'File status -' DELIMITED BY SIZE                  zbnkrvbl
163500               WS-IO-STATUS DELIMITED BY SIZE                     zbnkrvbl
163600          INTO WS-CONSOLE-MESSAGE                                 zbnkrvbl
163700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrvbl
163800     ELSE                                                         zbnkrvbl
163900        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     zbnkrvbl
164000        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    zbnkrvbl
164100        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkrvbl
164200        STRING 'File status -' DELIMITED BY SIZE                  zbnkrvbl
164300               WS-IO-STAT1 DELIMITED BY SIZE                      zbnkrvbl
164400               '/' DELIMITED BY SIZE                              zbnkrvbl
164500               WS-TWO-BYTES DELIMITED BY SIZE                     zbnkrvbl
164600          INTO WS-CONSOLE-MESSAGE                                 zbnkrvbl
164700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrvbl
164800     END-IF.                                                      zbnkrvbl
164900                                                                  zbnkrvbl
165000******************************************************************zbnkrvbl
165100* Journal the record as it stood before this rewrite so a bad    *zbnkrvbl
165200* run can be rolled back record by record. The caller names the  *zbnkrvbl
165300* file, key and image. A journal problem is reported but does    *zbnkrvbl
165400* not stop the billing run.                                      *zbnkrvbl
165500******************************************************************zbnkrvbl
165600 WRITE-BEFORE-IMAGE.                                              zbnkrvbl
165700     SET JRN-WRITE TO TRUE.                                       zbnkrvbl
165800     MOVE 'ZBNKRVBL' TO JRN-PROGRAM.                              zbnkrvbl
165900     MOVE 'ZBNKRVBL' TO JRN-USERID.                               zbnkrvbl
166000     MOVE ZERO TO JRN-TASKN.                                      zbnkrvbl
166100     CALL 'UJRNL' USING WS-JRNL-PARM.                             zbnkrvbl
166200     IF JRN-FAILED                                                zbnkrvbl
166300        MOVE 'Before-image journal write failed'                  zbnkrvbl
166400          TO WS-CONSOLE-MESSAGE                                   zbnkrvbl
166500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrvbl
166600     END-IF.                                                      zbnkrvbl
166700                                                                  zbnkrvbl
166706******************************************************************zbnkrvbl
166712* Copy the posting just written to BNKTXN into the BNKTXD daily  *zbnkrvbl
166718* posting journal through UTXNJNL. A failure is an abort - the   *zbnkrvbl
166724* nightly jobs read the journal and would miss the posting.      *zbnkrvbl
166730******************************************************************zbnkrvbl
166736 JOURNAL-DAILY-POSTING.                                           zbnkrvbl
166742     SET TXJ-WRITE TO TRUE.                                       zbnkrvbl
166748     MOVE TXN-FILE-REC TO TXJ-TXN-IMAGE.                          zbnkrvbl
166754     CALL 'UTXNJNL' USING WS-TXNJ-PARM.                           zbnkrvbl
166760     IF TXJ-FAILED                                                zbnkrvbl
166766        MOVE TXJ-REPLY-TEXT TO WS-CONSOLE-MESSAGE                 zbnkrvbl
166772        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrvbl
166778        PERFORM ABORT-PROGRAM                                     zbnkrvbl
166784     END-IF.                                                      zbnkrvbl
166790                                                                  zbnkrvbl
166800******************************************************************zbnkrvbl
166900* 'ABORT' the program. Post a message and issue a goback         *zbnkrvbl
167000******************************************************************zbnkrvbl
167100 ABORT-PROGRAM.                                                   zbnkrvbl
167200     IF WS-CONSOLE-MESSAGE NOT = SPACES                           zbnkrvbl
167300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrvbl
167400     END-IF.                                                      zbnkrvbl
167500     MOVE 'Program is abending...' TO WS-CONSOLE-MESSAGE.         zbnkrvbl
167600     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkrvbl
167700     MOVE 16 TO RETURN-CODE.                                      zbnkrvbl
167800     GOBACK.                                                      zbnkrvbl
167900                                                                  zbnkrvbl
168000******************************************************************zbnkrvbl
168100* Display CONSOLE messages...                                    *zbnkrvbl
168200******************************************************************zbnkrvbl
168300 DISPLAY-CONSOLE-MESSAGE.                                         zbnkrvbl
168400     DISPLAY 'ZBNKRVBL - ' WS-CONSOLE-MESSAGE                     zbnkrvbl
168500       UPON CONSOLE.                                              zbnkrvbl
168600     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       zbnkrvbl
168700                                                                  zbnkrvbl
168800* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     zbnkrvbl
