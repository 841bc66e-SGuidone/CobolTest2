000100******************************************************************zbnkfiuf
000200*                                                               * zbnkfiuf
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * zbnkfiuf
000400*   This demonstration program is provided for use by users     * zbnkfiuf
000500*   of Micro Focus products and may be used, modified and       * zbnkfiuf
000600*   distributed as part of your application provided that       * zbnkfiuf
000700*   you properly acknowledge the copyright of Micro Focus       * zbnkfiuf
000800*   in this material.                                           * zbnkfiuf
000900*                                                               * zbnkfiuf
001000******************************************************************zbnkfiuf
001100                                                                  zbnkfiuf
001200******************************************************************zbnkfiuf
001300* ZBNKFIUF.CBL                                                   *zbnkfiuf
001400* Function:    Nightly regulatory e-filing. Every filing that    *zbnkfiuf
001500*              compliance has marked on BNKREGF through DBANK48P *zbnkfiuf
001600*              goes to the financial intelligence unit on the    *zbnkfiuf
001700*              FIUOUT file - the subject from BNKCUST, the       *zbnkfiuf
001800*              accounts involved from BNKACCT and BNKJOWN, the   *zbnkfiuf
001900*              postings from BNKTXN, and the narrative - and is  *zbnkfiuf
002000*              given its submission reference. A suspicious-     *zbnkfiuf
002100*              activity report with no narrative yet, or whose   *zbnkfiuf
002200*              customer is not on file, is held. Prints the      *zbnkfiuf
002300*              deadline aging report of every filing still       *zbnkfiuf
002400*              outstanding - to be filed, awaiting the unit's    *zbnkfiuf
002500*              acknowledgement, or rejected - and registers      *zbnkfiuf
002600*              FIUOUT on the outbound transmission register.     *zbnkfiuf
002700*              Ends with return code 4 when a filing is overdue  *zbnkfiuf
002800*              or held.                                          *zbnkfiuf
002900******************************************************************zbnkfiuf
003000 IDENTIFICATION DIVISION.                                         zbnkfiuf
003100 PROGRAM-ID.                                                      zbnkfiuf
003200     ZBNKFIUF.                                                    zbnkfiuf
003300 DATE-WRITTEN.                                                    zbnkfiuf
003400     October 2026.                                                zbnkfiuf
003500 DATE-COMPILED.                                                   zbnkfiuf
003600     Today.                                                       zbnkfiuf
003700                                                                  zbnkfiuf
003800 ENVIRONMENT DIVISION.                                            zbnkfiuf
003900 INPUT-OUTPUT   SECTION.                                          zbnkfiuf
004000   FILE-CONTROL.                                                  zbnkfiuf
004100     SELECT REGF-FILE                                             zbnkfiuf
004200            ASSIGN       TO BNKREGF                               zbnkfiuf
004300            ORGANIZATION IS INDEXED                               zbnkfiuf
004400            ACCESS MODE  IS SEQUENTIAL                            zbnkfiuf
004500            RECORD KEY   IS RF-REC-KEY                            zbnkfiuf
004600            FILE STATUS  IS WS-REGF-STATUS.                       zbnkfiuf
004700     SELECT CUST-FILE                                             zbnkfiuf
004800            ASSIGN       TO BNKCUST                               zbnkfiuf
004900            ORGANIZATION IS INDEXED                               zbnkfiuf
005000            ACCESS MODE  IS RANDOM                                zbnkfiuf
005100            RECORD KEY   IS BCS-REC-PID                           zbnkfiuf
005200            FILE STATUS  IS WS-CUST-STATUS.                       zbnkfiuf
005300     SELECT ACCOUNT-FILE                                          zbnkfiuf
005400            ASSIGN       TO BNKACCT                               zbnkfiuf
005500            ORGANIZATION IS INDEXED                               zbnkfiuf
005600            ACCESS MODE  IS DYNAMIC                               zbnkfiuf
005700            RECORD KEY   IS BAC-REC-ACCNO                         zbnkfiuf
005800            FILE STATUS  IS WS-ACCOUNT-STATUS.                    zbnkfiuf
005900     SELECT JOWN-FILE                                             zbnkfiuf
006000            ASSIGN       TO BNKJOWN                               zbnkfiuf
006100            ORGANIZATION IS INDEXED                               zbnkfiuf
006200            ACCESS MODE  IS RANDOM                                zbnkfiuf
006300            RECORD KEY   IS JO-REC-KEY                            zbnkfiuf
006400            FILE STATUS  IS WS-JOWN-STATUS.                       zbnkfiuf
006500     SELECT TXN-FILE                                              zbnkfiuf
006600            ASSIGN       TO BNKTXN                                zbnkfiuf
006700            ORGANIZATION IS INDEXED                               zbnkfiuf
006800            ACCESS MODE  IS DYNAMIC                               zbnkfiuf
006900            RECORD KEY   IS BTX-REC-KEY                           zbnkfiuf
007000            FILE STATUS  IS WS-TXN-STATUS.                        zbnkfiuf
007100     SELECT FIUOUT-FILE                                           zbnkfiuf
007200            ASSIGN       TO FIUOUT                                zbnkfiuf
007300            ORGANIZATION IS SEQUENTIAL                            zbnkfiuf
007400            ACCESS MODE  IS SEQUENTIAL                            zbnkfiuf
007500            FILE STATUS  IS WS-FIUOUT-STATUS.                     zbnkfiuf
007600     SELECT PRINTOUT-FILE                                         zbnkfiuf
007700            ASSIGN       TO PRINTOUT                              zbnkfiuf
007800            ORGANIZATION IS SEQUENTIAL                            zbnkfiuf
007900            ACCESS MODE  IS SEQUENTIAL                            zbnkfiuf
008000            FILE STATUS  IS WS-PRINTOUT-STATUS.                   zbnkfiuf
008100     SELECT JOBSUM-FILE                                           zbnkfiuf
008200            ASSIGN       TO JOBSUM                                zbnkfiuf
008300            ORGANIZATION IS SEQUENTIAL                            zbnkfiuf
008400            ACCESS MODE  IS SEQUENTIAL                            zbnkfiuf
008500            FILE STATUS  IS WS-JOBSUM-STATUS.                     zbnkfiuf
008600                                                                  zbnkfiuf
008700 DATA DIVISION.                                                   zbnkfiuf
008800 FILE SECTION.                                                    zbnkfiuf
008900                                                                  zbnkfiuf
009000 FD  REGF-FILE.                                                   zbnkfiuf
009100 01  REGF-FILE-REC.                                               zbnkfiuf
009200 COPY CBANKVRF.                                                   zbnkfiuf
009300                                                                  zbnkfiuf
009400 FD  CUST-FILE.                                                   zbnkfiuf
009500 01  CUST-FILE-REC.                                               zbnkfiuf
009600 COPY CBANKVCS.                                                   zbnkfiuf
009700                                                                  zbnkfiuf
009800 FD  ACCOUNT-FILE.                                                zbnkfiuf
009900 01  ACCOUNT-FILE-REC.                                            zbnkfiuf
010000 COPY CBANKVAC.                                                   zbnkfiuf
010100                                                                  zbnkfiuf
010200 FD  JOWN-FILE.                                                   zbnkfiuf
010300 01  JOWN-FILE-REC.                                               zbnkfiuf
010400 COPY CBANKVJO.                                                   zbnkfiuf
010500                                                                  zbnkfiuf
010600 FD  TXN-FILE.                                                    zbnkfiuf
010700 01  TXN-FILE-REC.                                                zbnkfiuf
010800 COPY CBANKVTX.                                                   zbnkfiuf
010900                                                                  zbnkfiuf
011000 FD  FIUOUT-FILE.                                                 zbnkfiuf
011100 01  FIUOUT-REC                            PIC X(80).             zbnkfiuf
011200                                                                  zbnkfiuf
011300 FD  PRINTOUT-FILE.                                               zbnkfiuf
011400 01  PRINTOUT-REC                          PIC X(121).            zbnkfiuf
011500                                                                  zbnkfiuf
011600 FD  JOBSUM-FILE.                                                 zbnkfiuf
011700 01  JOBSUM-REC                            PIC X(80).             zbnkfiuf
011800                                                                  zbnkfiuf
011900 WORKING-STORAGE SECTION.                                         zbnkfiuf
012000 01  WS-RUN-CONTROL.                                              zbnkfiuf
012100 COPY CRUNCTLD.                                                   zbnkfiuf
012200 01  WS-FILE-STATUSES.                                            zbnkfiuf
012300   05  WS-REGF-STATUS.                                            zbnkfiuf
012400     10  WS-REGF-STAT1                 PIC X(1).                  zbnkfiuf
012500     10  WS-REGF-STAT2                 PIC X(1).                  zbnkfiuf
012600   05  WS-CUST-STATUS.                                            zbnkfiuf
012700     10  WS-CUST-STAT1                 PIC X(1).                  zbnkfiuf
012800     10  WS-CUST-STAT2                 PIC X(1).                  zbnkfiuf
012900   05  WS-ACCOUNT-STATUS.                                         zbnkfiuf
013000     10  WS-ACCOUNT-STAT1              PIC X(1).                  zbnkfiuf
013100     10  WS-ACCOUNT-STAT2              PIC X(1).                  zbnkfiuf
013200   05  WS-JOWN-STATUS.                                            zbnkfiuf
013300     10  WS-JOWN-STAT1                 PIC X(1).                  zbnkfiuf
013400     10  WS-JOWN-STAT2                 PIC X(1).                  zbnkfiuf
013500   05  WS-TXN-STATUS.                                             zbnkfiuf
013600     10  WS-TXN-STAT1                  PIC X(1).                  zbnkfiuf
013700     10  WS-TXN-STAT2                  PIC X(1).                  zbnkfiuf
013800   05  WS-FIUOUT-STATUS.                                          zbnkfiuf
013900     10  WS-FIUOUT-STAT1               PIC X(1).                  zbnkfiuf
014000     10  WS-FIUOUT-STAT2               PIC X(1).                  zbnkfiuf
014100   05  WS-PRINTOUT-STATUS.                                        zbnkfiuf
014200     10  WS-PRINTOUT-STAT1             PIC X(1).                  zbnkfiuf
014300     10  WS-PRINTOUT-STAT2             PIC X(1).                  zbnkfiuf
014400   05  WS-JOBSUM-STATUS.                                          zbnkfiuf
014500     10  WS-JOBSUM-STAT1               PIC X(1).                  zbnkfiuf
014600     10  WS-JOBSUM-STAT2               PIC X(1).                  zbnkfiuf
014700   05  WS-IO-STATUS.                                              zbnkfiuf
014800     10  WS-IO-STAT1                   PIC X(1).                  zbnkfiuf
014900     10  WS-IO-STAT2                   PIC X(1).                  zbnkfiuf
015000                                                                  zbnkfiuf
015100   05  WS-TWO-BYTES.                                              zbnkfiuf
015200     10  WS-TWO-BYTES-LEFT             PIC X(1).                  zbnkfiuf
015300     10  WS-TWO-BYTES-RIGHT            PIC X(1).                  zbnkfiuf
015400   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 zbnkfiuf
015500                                      PIC 9(1) COMP.              zbnkfiuf
015600                                                                  zbnkfiuf
015700 01  WS-CONSOLE-MESSAGE                    PIC X(48).             zbnkfiuf
015800                                                                  zbnkfiuf
015900 01  WS-DATE-WORK-AREA.                                           zbnkfiuf
016000 COPY CDATED.                                                     zbnkfiuf
016100                                                                  zbnkfiuf
016200 01  WS-TODAY-DATE-N                       PIC 9(8).              zbnkfiuf
016300 01  WS-TODAY-DATE-PARTS REDEFINES WS-TODAY-DATE-N.               zbnkfiuf
016400     05  WS-TODAY-CCYY                     PIC 9(4).              zbnkfiuf
016500     05  WS-TODAY-MM                       PIC 9(2).              zbnkfiuf
016600     05  WS-TODAY-DD                       PIC 9(2).              zbnkfiuf
016700 01  WS-RUN-DATE-DISPLAY                   PIC X(11).             zbnkfiuf
016800 01  WS-TODAY-INT                          PIC S9(9) COMP.        zbnkfiuf
016900 01  WS-DAYS-LEFT                          PIC S9(5) COMP.        zbnkfiuf
017000 01  WS-DAYS-WAITING                       PIC S9(5) COMP.        zbnkfiuf
017100                                                                  zbnkfiuf
017200******************************************************************zbnkfiuf
017300* A filing within this many days of its deadline is flagged as   *zbnkfiuf
017400* due soon; one the unit has not acknowledged this many days     *zbnkfiuf
017500* after it was sent is to be chased.                             *zbnkfiuf
017600******************************************************************zbnkfiuf
017700 01  WS-DUE-SOON-DAYS                      PIC 9(3) VALUE 5.      zbnkfiuf
017800 01  WS-ACK-CHASE-DAYS                     PIC 9(3) VALUE 14.     zbnkfiuf
017900                                                                  zbnkfiuf
018000******************************************************************zbnkfiuf
018100* Posting dates are held in display form; they are matched to    *zbnkfiuf
018200* the filing's activity date the way ZBNKAML matches them.       *zbnkfiuf
018300******************************************************************zbnkfiuf
018400 01  WS-CONV-DATE-11                       PIC X(11).             zbnkfiuf
018500 01  WS-CONV-DATE-N                        PIC 9(8).              zbnkfiuf
018600 01  WS-CONV-DATE-PARTS REDEFINES WS-CONV-DATE-N.                 zbnkfiuf
018700     05  WS-CONV-CCYY                      PIC 9(4).              zbnkfiuf
018800     05  WS-CONV-MM                        PIC 9(2).              zbnkfiuf
018900     05  WS-CONV-DD                        PIC 9(2).              zbnkfiuf
019000 01  WS-CONV-MMM-SEARCH                    PIC X(3).              zbnkfiuf
019100 01  WS-MONTH-SUB                          PIC 9(2) COMP.         zbnkfiuf
019200 01  WS-MONTH-NAMES.                                              zbnkfiuf
019300     05  FILLER                            PIC X(3) VALUE 'JAN'.  zbnkfiuf
019400     05  FILLER                            PIC X(3) VALUE 'FEB'.  zbnkfiuf
019500     05  FILLER                            PIC X(3) VALUE 'MAR'.  zbnkfiuf
019600     05  FILLER                            PIC X(3) VALUE 'APR'.  zbnkfiuf
019700     05  FILLER                            PIC X(3) VALUE 'MAY'.  zbnkfiuf
019800     05  FILLER                            PIC X(3) VALUE 'JUN'.  zbnkfiuf
019900     05  FILLER                            PIC X(3) VALUE 'JUL'.  zbnkfiuf
020000     05  FILLER                            PIC X(3) VALUE 'AUG'.  zbnkfiuf
020100     05  FILLER                            PIC X(3) VALUE 'SEP'.  zbnkfiuf
020200     05  FILLER                            PIC X(3) VALUE 'OCT'.  zbnkfiuf
020300     05  FILLER                            PIC X(3) VALUE 'NOV'.  zbnkfiuf
020400     05  FILLER                            PIC X(3) VALUE 'DEC'.  zbnkfiuf
020500 01  WS-MONTH-NAME-TBL REDEFINES WS-MONTH-NAMES                   zbnkfiuf
020600                                      PIC X(3) OCCURS 12 TIMES.   zbnkfiuf
020700                                                                  zbnkfiuf
020800******************************************************************zbnkfiuf
020900* The filing being sent. Its submission reference is the bank's  *zbnkfiuf
021000* prefix, the run date and a run sequence. The postings reported *zbnkfiuf
021100* depend on what is filed: every posting on the account that day *zbnkfiuf
021200* for a fraud case, the one posting for a large cash report, and *zbnkfiuf
021300* the day's teller cash on every account the customer owns or    *zbnkfiuf
021400* jointly owns for a same-day cash total.                        *zbnkfiuf
021500******************************************************************zbnkfiuf
021600 01  WS-SUBMIT-REF.                                               zbnkfiuf
021700     05  WS-SUBMIT-PREFIX                  PIC X(3) VALUE 'BNK'.  zbnkfiuf
021800     05  WS-SUBMIT-DATE                    PIC 9(8).              zbnkfiuf
021900     05  WS-SUBMIT-SEQ                     PIC 9(5) VALUE ZERO.   zbnkfiuf
022000 01  WS-TXN-FILTER                         PIC X(1).              zbnkfiuf
022100     88  WS-TXN-ALL-POSTINGS               VALUE 'A'.             zbnkfiuf
022200     88  WS-TXN-ONE-POSTING                VALUE 'O'.             zbnkfiuf
022300     88  WS-TXN-TELLER-CASH                VALUE 'C'.             zbnkfiuf
022400 01  WS-HOLD-REASON                        PIC X(30).             zbnkfiuf
022500 01  WS-FILED-THIS-RUN                     PIC X(1).              zbnkfiuf
022600 01  WS-FILING-TXN-COUNT                   PIC 9(5).              zbnkfiuf
022700 01  WS-FILING-TXN-TOTAL                   PIC S9(11)V99 COMP-3.  zbnkfiuf
022800 01  WS-NARR-SUB                           PIC 9(1).              zbnkfiuf
022900                                                                  zbnkfiuf
023000 01  WS-SUBJ-ACCT-TABLE.                                          zbnkfiuf
023100     05  WS-SUBJ-ACCT OCCURS 20 TIMES.                            zbnkfiuf
023200         10  WS-SUBJ-ACCNO                 PIC X(9).              zbnkfiuf
023300         10  WS-SUBJ-ROLE                  PIC X(1).              zbnkfiuf
023400 01  WS-SUBJ-COUNT                         PIC 9(2) COMP.         zbnkfiuf
023500 01  WS-SUBJ-SUB                           PIC 9(2) COMP.         zbnkfiuf
023600 01  WS-SUBJ-OVERFLOW                      PIC X(1).              zbnkfiuf
023700                                                                  zbnkfiuf
023800******************************************************************zbnkfiuf
023900* The unit's electronic filing format - 80-byte records in the   *zbnkfiuf
024000* HDR1/TRL9 envelope the other outbound interfaces use. Each     *zbnkfiuf
024100* filing is an FH header, the subject (SB, SA), its accounts     *zbnkfiuf
024200* (AC), the postings (TX), the narrative (NR) and an FT trailer  *zbnkfiuf
024300* with the filing's posting count and total; every record after  *zbnkfiuf
024400* the FH carries the submission reference. The file trailer      *zbnkfiuf
024500* counts filings and totals the postings reported.               *zbnkfiuf
024600******************************************************************zbnkfiuf
024700 01  WS-FIU-FILING-HEAD.                                          zbnkfiuf
024800     05  WS-FFH-REC-TYPE                   PIC X(2) VALUE 'FH'.   zbnkfiuf
024900     05  WS-FFH-FILING-TYPE                PIC X(1).              zbnkfiuf
025000     05  WS-FFH-SUBMIT-REF                 PIC X(16).             zbnkfiuf
025100     05  WS-FFH-SOURCE                     PIC X(1).              zbnkfiuf
025200     05  WS-FFH-ACTIVITY-DTE               PIC 9(8).              zbnkfiuf
025300     05  WS-FFH-DUE-DTE                    PIC 9(8).              zbnkfiuf
025400     05  WS-FFH-AMOUNT                     PIC 9(9)V99.           zbnkfiuf
025500     05  WS-FFH-LATE                       PIC X(1).              zbnkfiuf
025600     05  FILLER                            PIC X(32) VALUE SPACES.zbnkfiuf
025700 01  WS-FIU-SUBJECT.                                              zbnkfiuf
025800     05  WS-FSB-REC-TYPE                   PIC X(2) VALUE 'SB'.   zbnkfiuf
025900     05  WS-FSB-SUBMIT-REF                 PIC X(16).             zbnkfiuf
026000     05  WS-FSB-PID                        PIC X(5).              zbnkfiuf
026100     05  WS-FSB-NAME                       PIC X(25).             zbnkfiuf
026200     05  WS-FSB-STATE                      PIC X(2).              zbnkfiuf
026300     05  WS-FSB-CNTRY                      PIC X(6).              zbnkfiuf
026400     05  WS-FSB-PSTCDE                     PIC X(6).              zbnkfiuf
026500     05  WS-FSB-TELNO                      PIC X(12).             zbnkfiuf
026600     05  FILLER                            PIC X(6) VALUE SPACES. zbnkfiuf
026700 01  WS-FIU-SUBJECT-ADDR.                                         zbnkfiuf
026800     05  WS-FSA-REC-TYPE                   PIC X(2) VALUE 'SA'.   zbnkfiuf
026900     05  WS-FSA-SUBMIT-REF                 PIC X(16).             zbnkfiuf
027000     05  WS-FSA-ADDR1                      PIC X(25).             zbnkfiuf
027100     05  WS-FSA-ADDR2                      PIC X(25).             zbnkfiuf
027200     05  FILLER                            PIC X(12) VALUE SPACES.zbnkfiuf
027300 01  WS-FIU-ACCOUNT.                                              zbnkfiuf
027400     05  WS-FAC-REC-TYPE                   PIC X(2) VALUE 'AC'.   zbnkfiuf
027500     05  WS-FAC-SUBMIT-REF                 PIC X(16).             zbnkfiuf
027600     05  WS-FAC-ACCNO                      PIC X(9).              zbnkfiuf
027700     05  WS-FAC-ROLE                       PIC X(1).              zbnkfiuf
027800     05  WS-FAC-ACC-TYPE                   PIC X(1).              zbnkfiuf
027900     05  WS-FAC-CURRENCY                   PIC X(3).              zbnkfiuf
028000     05  WS-FAC-BRANCH                     PIC X(3).              zbnkfiuf
028100     05  WS-FAC-ACC-STATUS                 PIC X(1).              zbnkfiuf
028200     05  FILLER                            PIC X(44) VALUE SPACES.zbnkfiuf
028300 01  WS-FIU-POSTING.                                              zbnkfiuf
028400     05  WS-FTX-REC-TYPE                   PIC X(2) VALUE 'TX'.   zbnkfiuf
028500     05  WS-FTX-SUBMIT-REF                 PIC X(16).             zbnkfiuf
028600     05  WS-FTX-ACCNO                      PIC X(9).              zbnkfiuf
028700     05  WS-FTX-DATE                       PIC 9(8).              zbnkfiuf
028800     05  WS-FTX-TIME                       PIC X(8).              zbnkfiuf
028900     05  WS-FTX-SEQ                        PIC X(3).              zbnkfiuf
029000     05  WS-FTX-TXN-TYPE                   PIC X(3).              zbnkfiuf
029100     05  WS-FTX-DR-CR                      PIC X(1).              zbnkfiuf
029200     05  WS-FTX-AMOUNT                     PIC 9(7)V99.           zbnkfiuf
029300     05  WS-FTX-DESC                       PIC X(20).             zbnkfiuf
029400     05  FILLER                            PIC X(1) VALUE SPACES. zbnkfiuf
029500 01  WS-FIU-NARRATIVE.                                            zbnkfiuf
029600     05  WS-FNR-REC-TYPE                   PIC X(2) VALUE 'NR'.   zbnkfiuf
029700     05  WS-FNR-SUBMIT-REF                 PIC X(16).             zbnkfiuf
029800     05  WS-FNR-LINE-NO                    PIC 9(1).              zbnkfiuf
029900     05  WS-FNR-TEXT                       PIC X(60).             zbnkfiuf
030000     05  FILLER                            PIC X(1) VALUE SPACES. zbnkfiuf
030100 01  WS-FIU-FILING-TRAILER.                                       zbnkfiuf
030200     05  WS-FFT-REC-TYPE                   PIC X(2) VALUE 'FT'.   zbnkfiuf
030300     05  WS-FFT-SUBMIT-REF                 PIC X(16).             zbnkfiuf
030400     05  WS-FFT-TXN-COUNT                  PIC 9(5).              zbnkfiuf
030500     05  WS-FFT-TXN-TOTAL                  PIC 9(11)V99.          zbnkfiuf
030600     05  FILLER                            PIC X(44) VALUE SPACES.zbnkfiuf
030700 01  WS-FIU-HEADER.                                               zbnkfiuf
030800     05  FILLER                            PIC X(4) VALUE 'HDR1'. zbnkfiuf
030900     05  WS-FIH-INTERFACE                  PIC X(8)               zbnkfiuf
031000         VALUE 'FIUOUT  '.                                        zbnkfiuf
031100     05  WS-FIH-FILE-DATE                  PIC 9(8).              zbnkfiuf
031200     05  WS-FIH-SEQUENCE                   PIC 9(6) VALUE 1.      zbnkfiuf
031300     05  FILLER                            PIC X(54) VALUE SPACES.zbnkfiuf
031400 01  WS-FIU-TRAILER.                                              zbnkfiuf
031500     05  FILLER                            PIC X(4) VALUE 'TRL9'. zbnkfiuf
031600     05  WS-FIT-COUNT                      PIC 9(7).              zbnkfiuf
031700     05  WS-FIT-AMOUNT                     PIC 9(11)V99.          zbnkfiuf
031800     05  FILLER                            PIC X(56) VALUE SPACES.zbnkfiuf
031900                                                                  zbnkfiuf
032000 01  WS-OUTCTL-PARM.                                              zbnkfiuf
032100 COPY COUTCTLD.                                                   zbnkfiuf
032200                                                                  zbnkfiuf
032300******************************************************************zbnkfiuf
032400* Deadline aging report - one line per outstanding filing.       *zbnkfiuf
032500******************************************************************zbnkfiuf
032600 01  WS-REPORT-LINE                        PIC X(121).            zbnkfiuf
032700 01  WS-AGING-LINE.                                               zbnkfiuf
032800     05  WS-AGE-TYPE                       PIC X(3).              zbnkfiuf
032900     05  FILLER                            PIC X(1) VALUE SPACES. zbnkfiuf
033000     05  WS-AGE-KEY                        PIC X(35).             zbnkfiuf
033100     05  FILLER                            PIC X(1) VALUE SPACES. zbnkfiuf
033200     05  WS-AGE-STATUS                     PIC X(10).             zbnkfiuf
033300     05  FILLER                            PIC X(1) VALUE SPACES. zbnkfiuf
033400     05  WS-AGE-PID                        PIC X(5).              zbnkfiuf
033500     05  FILLER                            PIC X(1) VALUE SPACES. zbnkfiuf
033600     05  WS-AGE-DUE-DTE                    PIC 9(8).              zbnkfiuf
033700     05  FILLER                            PIC X(1) VALUE SPACES. zbnkfiuf
033800     05  WS-AGE-DAYS-LEFT                  PIC -(4)9.             zbnkfiuf
033900     05  FILLER                            PIC X(1) VALUE SPACES. zbnkfiuf
034000     05  WS-AGE-SUBMIT-REF                 PIC X(16).             zbnkfiuf
034100     05  FILLER                            PIC X(1) VALUE SPACES. zbnkfiuf
034200     05  WS-AGE-NOTE                       PIC X(30).             zbnkfiuf
034300     05  FILLER                            PIC X(2) VALUE SPACES. zbnkfiuf
034400                                                                  zbnkfiuf
034500******************************************************************zbnkfiuf
034600* Run counters, reported on the job summary at the end of the    *zbnkfiuf
034700* run.                                                           *zbnkfiuf
034800******************************************************************zbnkfiuf
034900 01  WS-FILINGS-SUBMITTED                  PIC 9(5) VALUE ZERO.   zbnkfiuf
035000 01  WS-SARS-FILED                         PIC 9(5) VALUE ZERO.   zbnkfiuf
035100 01  WS-CTRS-FILED                         PIC 9(5) VALUE ZERO.   zbnkfiuf
035200 01  WS-FILINGS-HELD                       PIC 9(5) VALUE ZERO.   zbnkfiuf
035300 01  WS-FILINGS-OVERDUE                    PIC 9(5) VALUE ZERO.   zbnkfiuf
035400 01  WS-AWAITING-ACK                       PIC 9(5) VALUE ZERO.   zbnkfiuf
035500 01  WS-FILINGS-REJECTED                   PIC 9(5) VALUE ZERO.   zbnkfiuf
035600 01  WS-FILED-LATE                         PIC 9(5) VALUE ZERO.   zbnkfiuf
035700 01  WS-FILINGS-OUTSTANDING                PIC 9(5) VALUE ZERO.   zbnkfiuf
035800 01  WS-FIU-TXN-AMOUNT                     PIC S9(11)V99 COMP-3   zbnkfiuf
035900     VALUE ZERO.                                                  zbnkfiuf
036000                                                                  zbnkfiuf
036100 01  WS-END-OF-REGF                        PIC X(3) VALUE 'NO '.  zbnkfiuf
036200 01  WS-END-OF-ACCOUNT                     PIC X(3) VALUE 'NO '.  zbnkfiuf
036300 01  WS-END-OF-TXN                         PIC X(3) VALUE 'NO '.  zbnkfiuf
036400                                                                  zbnkfiuf
036500 PROCEDURE DIVISION.                                              zbnkfiuf
036600                                                                  zbnkfiuf
036700     PERFORM RUN-CONTROL-START                                    zbnkfiuf
036800         THRU RUN-CONTROL-START-EXIT.                             zbnkfiuf
036900     PERFORM GET-RUN-DATE.                                        zbnkfiuf
037000                                                                  zbnkfiuf
037100     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           zbnkfiuf
037200     STRING 'Regulatory filing run for ' DELIMITED BY SIZE        zbnkfiuf
037300            WS-RUN-DATE-DISPLAY DELIMITED BY SIZE                 zbnkfiuf
037400       INTO WS-CONSOLE-MESSAGE.                                   zbnkfiuf
037500     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkfiuf
037600                                                                  zbnkfiuf
037700     PERFORM REGF-OPEN.                                           zbnkfiuf
037800     PERFORM CUST-OPEN.                                           zbnkfiuf
037900     PERFORM ACCOUNT-OPEN.                                        zbnkfiuf
038000     PERFORM JOWN-OPEN.                                           zbnkfiuf
038100     PERFORM TXN-OPEN.                                            zbnkfiuf
038200     PERFORM FIUOUT-OPEN.                                         zbnkfiuf
038300     PERFORM PRINTOUT-OPEN.                                       zbnkfiuf
038400                                                                  zbnkfiuf
038500     MOVE WS-TODAY-DATE-N TO WS-SUBMIT-DATE.                      zbnkfiuf
038600     MOVE WS-TODAY-DATE-N TO WS-FIH-FILE-DATE.                    zbnkfiuf
038700     MOVE WS-FIU-HEADER TO FIUOUT-REC.                            zbnkfiuf
038800     PERFORM FIUOUT-PUT.                                          zbnkfiuf
038900     PERFORM WRITE-REPORT-HEADING.                                zbnkfiuf
039000     PERFORM REGF-GET.                                            zbnkfiuf
039100     PERFORM PROCESS-ONE-FILING                                   zbnkfiuf
039200         THRU PROCESS-ONE-FILING-EXIT                             zbnkfiuf
039300             UNTIL WS-END-OF-REGF = 'YES'.                        zbnkfiuf
039400     MOVE WS-FILINGS-SUBMITTED TO WS-FIT-COUNT.                   zbnkfiuf
039500     MOVE WS-FIU-TXN-AMOUNT TO WS-FIT-AMOUNT.                     zbnkfiuf
039600     MOVE WS-FIU-TRAILER TO FIUOUT-REC.                           zbnkfiuf
039700     PERFORM FIUOUT-PUT.                                          zbnkfiuf
039800     PERFORM WRITE-REPORT-TOTALS.                                 zbnkfiuf
039900                                                                  zbnkfiuf
040000     PERFORM REGF-CLOSE.                                          zbnkfiuf
040100     PERFORM CUST-CLOSE.                                          zbnkfiuf
040200     PERFORM ACCOUNT-CLOSE.                                       zbnkfiuf
040300     PERFORM JOWN-CLOSE.                                          zbnkfiuf
040400     PERFORM TXN-CLOSE.                                           zbnkfiuf
040500     PERFORM FIUOUT-CLOSE.                                        zbnkfiuf
040600     PERFORM PRINTOUT-CLOSE.                                      zbnkfiuf
040700     PERFORM REGISTER-FIUOUT-FILE.                                zbnkfiuf
040800                                                                  zbnkfiuf
040900     PERFORM PRINT-JOB-SUMMARY.                                   zbnkfiuf
041000                                                                  zbnkfiuf
041100     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     zbnkfiuf
041200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkfiuf
041300     MOVE 0 TO RETURN-CODE.                                       zbnkfiuf
041400     IF WS-FILINGS-OVERDUE IS GREATER THAN ZERO OR                zbnkfiuf
041500        WS-FILINGS-HELD IS GREATER THAN ZERO                      zbnkfiuf
041600        MOVE 4 TO RETURN-CODE                                     zbnkfiuf
041700     END-IF.                                                      zbnkfiuf
041800     PERFORM RUN-CONTROL-END.                                     zbnkfiuf
041900     GOBACK.                                                      zbnkfiuf
042000                                                                  zbnkfiuf
042100******************************************************************zbnkfiuf
042200* GET-RUN-DATE                                                   *zbnkfiuf
042300* Obtains today's date, in both numeric and display form.        *zbnkfiuf
042400******************************************************************zbnkfiuf
042500 GET-RUN-DATE.                                                    zbnkfiuf
042600     ACCEPT WS-TODAY-DATE-N FROM DATE YYYYMMDD.                   zbnkfiuf
042700     MOVE SPACES TO DD-INPUT-TYPE.                                zbnkfiuf
042800     SET DDI-ISO TO TRUE.                                         zbnkfiuf
042900     MOVE SPACES TO DDI-DATA.                                     zbnkfiuf
043000     STRING WS-TODAY-CCYY DELIMITED BY SIZE                       zbnkfiuf
043100            '-'           DELIMITED BY SIZE                       zbnkfiuf
043200            WS-TODAY-MM   DELIMITED BY SIZE                       zbnkfiuf
043300            '-'           DELIMITED BY SIZE                       zbnkfiuf
043400            WS-TODAY-DD   DELIMITED BY SIZE                       zbnkfiuf
043500       INTO DDI-DATA.                                             zbnkfiuf
043600     MOVE SPACES TO DD-OUTPUT-TYPE.                               zbnkfiuf
043700     SET DDO-DD-MMM-YYYY TO TRUE.                                 zbnkfiuf
043800     SET DD-ENV-NULL TO TRUE.                                     zbnkfiuf
043900     CALL 'UDATECNV' USING WS-DATE-WORK-AREA.                     zbnkfiuf
044000     MOVE DDO-DATA TO WS-RUN-DATE-DISPLAY.                        zbnkfiuf
044100     COMPUTE WS-TODAY-INT =                                       zbnkfiuf
044200         FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE-N).              zbnkfiuf
044300 GET-RUN-DATE-EXIT.                                               zbnkfiuf
044400     EXIT.                                                        zbnkfiuf
044500                                                                  zbnkfiuf
044600******************************************************************zbnkfiuf
044700* PROCESS-ONE-FILING                                             *zbnkfiuf
044800* Sends a filing marked to be filed, unless it must be held,     *zbnkfiuf
044900* then ages every filing still outstanding. Accepted and         *zbnkfiuf
045000* withdrawn filings are finished with and are passed over.       *zbnkfiuf
045100******************************************************************zbnkfiuf
045200 PROCESS-ONE-FILING.                                              zbnkfiuf
045300     MOVE 'N' TO WS-FILED-THIS-RUN.                               zbnkfiuf
045400     MOVE SPACES TO WS-HOLD-REASON.                               zbnkfiuf
045500     IF RF-REC-TO-BE-FILED                                        zbnkfiuf
045600        PERFORM CHECK-FILING-READY                                zbnkfiuf
045700            THRU CHECK-FILING-READY-EXIT                          zbnkfiuf
045800        IF WS-HOLD-REASON IS EQUAL TO SPACES                      zbnkfiuf
045900           PERFORM SEND-FILING                                    zbnkfiuf
046000               THRU SEND-FILING-EXIT                              zbnkfiuf
046100        ELSE                                                      zbnkfiuf
046200           ADD 1 TO WS-FILINGS-HELD                               zbnkfiuf
046300        END-IF                                                    zbnkfiuf
046400     END-IF.                                                      zbnkfiuf
046500     IF RF-REC-OUTSTANDING                                        zbnkfiuf
046600        PERFORM AGE-ONE-FILING                                    zbnkfiuf
046700            THRU AGE-ONE-FILING-EXIT                              zbnkfiuf
046800     END-IF.                                                      zbnkfiuf
046900     PERFORM REGF-GET.                                            zbnkfiuf
047000 PROCESS-ONE-FILING-EXIT.                                         zbnkfiuf
047100     EXIT.                                                        zbnkfiuf
047200                                                                  zbnkfiuf
047300******************************************************************zbnkfiuf
047400* CHECK-FILING-READY                                             *zbnkfiuf
047500* A suspicious-activity report cannot go without its narrative,  *zbnkfiuf
047600* and no filing can go without its subject.                      *zbnkfiuf
047700******************************************************************zbnkfiuf
047800 CHECK-FILING-READY.                                              zbnkfiuf
047900     IF RF-REC-SAR AND RF-REC-NARRATIVE IS EQUAL TO SPACES        zbnkfiuf
048000        MOVE 'Held - narrative required' TO WS-HOLD-REASON        zbnkfiuf
048100        GO TO CHECK-FILING-READY-EXIT                             zbnkfiuf
048200     END-IF.                                                      zbnkfiuf
048300     MOVE RF-REC-PID TO BCS-REC-PID.                              zbnkfiuf
048400     PERFORM CUST-READ.                                           zbnkfiuf
048500     IF WS-CUST-STATUS NOT = '00'                                 zbnkfiuf
048600        MOVE 'Held - customer not on file' TO WS-HOLD-REASON      zbnkfiuf
048700     END-IF.                                                      zbnkfiuf
048800 CHECK-FILING-READY-EXIT.                                         zbnkfiuf
048900     EXIT.                                                        zbnkfiuf
049000                                                                  zbnkfiuf
049100******************************************************************zbnkfiuf
049200* SEND-FILING                                                    *zbnkfiuf
049300* Writes the filing to FIUOUT and marks it submitted with its    *zbnkfiuf
049400* reference. The customer record has been read by the check.     *zbnkfiuf
049500******************************************************************zbnkfiuf
049600 SEND-FILING.                                                     zbnkfiuf
049700     ADD 1 TO WS-SUBMIT-SEQ.                                      zbnkfiuf
049800     MOVE ZERO TO WS-FILING-TXN-COUNT.                            zbnkfiuf
049900     MOVE ZERO TO WS-FILING-TXN-TOTAL.                            zbnkfiuf
050000     MOVE RF-REC-TYPE TO WS-FFH-FILING-TYPE.                      zbnkfiuf
050100     MOVE WS-SUBMIT-REF TO WS-FFH-SUBMIT-REF.                     zbnkfiuf
050200     MOVE RF-REC-SOURCE TO WS-FFH-SOURCE.                         zbnkfiuf
050300     MOVE RF-REC-ACTIVITY-DTE TO WS-FFH-ACTIVITY-DTE.             zbnkfiuf
050400     MOVE RF-REC-DUE-DTE TO WS-FFH-DUE-DTE.                       zbnkfiuf
050500     MOVE RF-REC-AMOUNT TO WS-FFH-AMOUNT.                         zbnkfiuf
050600     IF WS-TODAY-DATE-N IS GREATER THAN RF-REC-DUE-DTE            zbnkfiuf
050700        MOVE 'L' TO WS-FFH-LATE                                   zbnkfiuf
050800        ADD 1 TO WS-FILED-LATE                                    zbnkfiuf
050900     ELSE                                                         zbnkfiuf
051000        MOVE SPACE TO WS-FFH-LATE                                 zbnkfiuf
051100     END-IF.                                                      zbnkfiuf
051200     MOVE WS-FIU-FILING-HEAD TO FIUOUT-REC.                       zbnkfiuf
051300     PERFORM FIUOUT-PUT.                                          zbnkfiuf
051400                                                                  zbnkfiuf
051500     MOVE WS-SUBMIT-REF TO WS-FSB-SUBMIT-REF.                     zbnkfiuf
051600     MOVE BCS-REC-PID TO WS-FSB-PID.                              zbnkfiuf
051700     MOVE BCS-REC-NAME TO WS-FSB-NAME.                            zbnkfiuf
051800     MOVE BCS-REC-STATE TO WS-FSB-STATE.                          zbnkfiuf
051900     MOVE BCS-REC-CNTRY TO WS-FSB-CNTRY.                          zbnkfiuf
052000     MOVE BCS-REC-PSTCDE TO WS-FSB-PSTCDE.                        zbnkfiuf
052100     MOVE BCS-REC-TELNO TO WS-FSB-TELNO.                          zbnkfiuf
052200     MOVE WS-FIU-SUBJECT TO FIUOUT-REC.                           zbnkfiuf
052300     PERFORM FIUOUT-PUT.                                          zbnkfiuf
052400     MOVE WS-SUBMIT-REF TO WS-FSA-SUBMIT-REF.                     zbnkfiuf
052500     MOVE BCS-REC-ADDR1 TO WS-FSA-ADDR1.                          zbnkfiuf
052600     MOVE BCS-REC-ADDR2 TO WS-FSA-ADDR2.                          zbnkfiuf
052700     MOVE WS-FIU-SUBJECT-ADDR TO FIUOUT-REC.                      zbnkfiuf
052800     PERFORM FIUOUT-PUT.                                          zbnkfiuf
052900                                                                  zbnkfiuf
053000     PERFORM COLLECT-SUBJECT-ACCOUNTS                             zbnkfiuf
053100         THRU COLLECT-SUBJECT-ACCOUNTS-EXIT.                      zbnkfiuf
053200     IF WS-SUBJ-OVERFLOW = 'Y'                                    zbnkfiuf
053300        MOVE 'Over 20 accounts - first 20 filed'                  zbnkfiuf
053400          TO WS-CONSOLE-MESSAGE                                   zbnkfiuf
053500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfiuf
053600     END-IF.                                                      zbnkfiuf
053700     PERFORM REPORT-SUBJECT-ACCOUNT                               zbnkfiuf
053800         THRU REPORT-SUBJECT-ACCOUNT-EXIT                         zbnkfiuf
053900         VARYING WS-SUBJ-SUB FROM 1 BY 1                          zbnkfiuf
054000             UNTIL WS-SUBJ-SUB IS GREATER THAN WS-SUBJ-COUNT.     zbnkfiuf
054100                                                                  zbnkfiuf
054200     PERFORM REPORT-NARRATIVE-LINE                                zbnkfiuf
054300         VARYING WS-NARR-SUB FROM 1 BY 1                          zbnkfiuf
054400             UNTIL WS-NARR-SUB IS GREATER THAN 4.                 zbnkfiuf
054500                                                                  zbnkfiuf
054600     MOVE WS-SUBMIT-REF TO WS-FFT-SUBMIT-REF.                     zbnkfiuf
054700     MOVE WS-FILING-TXN-COUNT TO WS-FFT-TXN-COUNT.                zbnkfiuf
054800     MOVE WS-FILING-TXN-TOTAL TO WS-FFT-TXN-TOTAL.                zbnkfiuf
054900     MOVE WS-FIU-FILING-TRAILER TO FIUOUT-REC.                    zbnkfiuf
055000     PERFORM FIUOUT-PUT.                                          zbnkfiuf
055100     ADD WS-FILING-TXN-TOTAL TO WS-FIU-TXN-AMOUNT.                zbnkfiuf
055200                                                                  zbnkfiuf
055300     SET RF-REC-SUBMITTED TO TRUE.                                zbnkfiuf
055400     MOVE WS-SUBMIT-REF TO RF-REC-SUBMIT-REF.                     zbnkfiuf
055500     MOVE WS-TODAY-DATE-N TO RF-REC-SUBMIT-DTE.                   zbnkfiuf
055600     MOVE 'ZBNKFIUF' TO RF-REC-UPDATED-USERID.                    zbnkfiuf
055700     PERFORM REGF-REWRITE.                                        zbnkfiuf
055800     MOVE 'Y' TO WS-FILED-THIS-RUN.                               zbnkfiuf
055900     ADD 1 TO WS-FILINGS-SUBMITTED.                               zbnkfiuf
056000     IF RF-REC-SAR                                                zbnkfiuf
056100        ADD 1 TO WS-SARS-FILED                                    zbnkfiuf
056200     ELSE                                                         zbnkfiuf
056300        ADD 1 TO WS-CTRS-FILED                                    zbnkfiuf
056400     END-IF.                                                      zbnkfiuf
056500 SEND-FILING-EXIT.                                                zbnkfiuf
056600     EXIT.                                                        zbnkfiuf
056700                                                                  zbnkfiuf
056800******************************************************************zbnkfiuf
056900* COLLECT-SUBJECT-ACCOUNTS                                       *zbnkfiuf
057000* A fraud case or a large cash posting concerns the one account  *zbnkfiuf
057100* it names. A same-day cash total concerns every account the     *zbnkfiuf
057200* customer owns or jointly owns, found by passing BNKACCT.       *zbnkfiuf
057300******************************************************************zbnkfiuf
057400 COLLECT-SUBJECT-ACCOUNTS.                                        zbnkfiuf
057500     MOVE ZERO TO WS-SUBJ-COUNT.                                  zbnkfiuf
057600     MOVE 'N' TO WS-SUBJ-OVERFLOW.                                zbnkfiuf
057700     IF RF-REC-FROM-FRAUD-CASE                                    zbnkfiuf
057800        SET WS-TXN-ALL-POSTINGS TO TRUE                           zbnkfiuf
057900     ELSE                                                         zbnkfiuf
058000        IF RF-REC-CASH-ACCNO IS EQUAL TO SPACES                   zbnkfiuf
058100           SET WS-TXN-TELLER-CASH TO TRUE                         zbnkfiuf
058200        ELSE                                                      zbnkfiuf
058300           SET WS-TXN-ONE-POSTING TO TRUE                         zbnkfiuf
058400        END-IF                                                    zbnkfiuf
058500     END-IF.                                                      zbnkfiuf
058600     IF NOT WS-TXN-TELLER-CASH                                    zbnkfiuf
058700        IF RF-REC-ACCNO IS NOT EQUAL TO SPACES                    zbnkfiuf
058800           MOVE 1 TO WS-SUBJ-COUNT                                zbnkfiuf
058900           MOVE RF-REC-ACCNO TO WS-SUBJ-ACCNO (1)                 zbnkfiuf
059000           MOVE SPACE TO WS-SUBJ-ROLE (1)                         zbnkfiuf
059100        END-IF                                                    zbnkfiuf
059200        GO TO COLLECT-SUBJECT-ACCOUNTS-EXIT                       zbnkfiuf
059300     END-IF.                                                      zbnkfiuf
059400     MOVE 'NO ' TO WS-END-OF-ACCOUNT.                             zbnkfiuf
059500     MOVE LOW-VALUES TO BAC-REC-ACCNO.                            zbnkfiuf
059600     START ACCOUNT-FILE KEY IS NOT LESS THAN BAC-REC-ACCNO.       zbnkfiuf
059700     IF WS-ACCOUNT-STATUS NOT = '00'                              zbnkfiuf
059800        GO TO COLLECT-SUBJECT-ACCOUNTS-EXIT                       zbnkfiuf
059900     END-IF.                                                      zbnkfiuf
060000     PERFORM ACCOUNT-GET.                                         zbnkfiuf
060100     PERFORM COLLECT-ONE-ACCOUNT                                  zbnkfiuf
060200         UNTIL WS-END-OF-ACCOUNT = 'YES'.                         zbnkfiuf
060300 COLLECT-SUBJECT-ACCOUNTS-EXIT.                                   zbnkfiuf
060400     EXIT.                                                        zbnkfiuf
060500                                                                  zbnkfiuf
060600 COLLECT-ONE-ACCOUNT.                                             zbnkfiuf
060700     IF BAC-REC-PID IS EQUAL TO RF-REC-PID                        zbnkfiuf
060800        PERFORM ADD-SUBJECT-ACCOUNT                               zbnkfiuf
060900     ELSE                                                         zbnkfiuf
061000        MOVE BAC-REC-ACCNO TO JO-REC-ACCNO                        zbnkfiuf
061100        MOVE RF-REC-PID TO JO-REC-PID                             zbnkfiuf
061200        PERFORM JOWN-READ                                         zbnkfiuf
061300        IF WS-JOWN-STATUS = '00' AND JO-REC-ACTIVE                zbnkfiuf
061400           PERFORM ADD-SUBJECT-ACCOUNT                            zbnkfiuf
061500        END-IF                                                    zbnkfiuf
061600     END-IF.                                                      zbnkfiuf
061700     PERFORM ACCOUNT-GET.                                         zbnkfiuf
061800                                                                  zbnkfiuf
061900 ADD-SUBJECT-ACCOUNT.                                             zbnkfiuf
062000     IF WS-SUBJ-COUNT IS EQUAL TO 20                              zbnkfiuf
062100        MOVE 'Y' TO WS-SUBJ-OVERFLOW                              zbnkfiuf
062200     ELSE                                                         zbnkfiuf
062300        ADD 1 TO WS-SUBJ-COUNT                                    zbnkfiuf
062400        MOVE BAC-REC-ACCNO TO WS-SUBJ-ACCNO (WS-SUBJ-COUNT)       zbnkfiuf
062500        MOVE SPACE TO WS-SUBJ-ROLE (WS-SUBJ-COUNT)                zbnkfiuf
062600     END-IF.                                                      zbnkfiuf
062700                                                                  zbnkfiuf
062800******************************************************************zbnkfiuf
062900* REPORT-SUBJECT-ACCOUNT                                         *zbnkfiuf
063000* The account, with whether the subject is its primary (P) or a  *zbnkfiuf
063100* joint (J) owner, followed by its postings.                     *zbnkfiuf
063200******************************************************************zbnkfiuf
063300 REPORT-SUBJECT-ACCOUNT.                                          zbnkfiuf
063400     MOVE WS-SUBJ-ACCNO (WS-SUBJ-SUB) TO BAC-REC-ACCNO.           zbnkfiuf
063500     PERFORM ACCOUNT-READ.                                        zbnkfiuf
063600     MOVE WS-SUBMIT-REF TO WS-FAC-SUBMIT-REF.                     zbnkfiuf
063700     MOVE WS-SUBJ-ACCNO (WS-SUBJ-SUB) TO WS-FAC-ACCNO.            zbnkfiuf
063800     IF WS-ACCOUNT-STATUS NOT = '00'                              zbnkfiuf
063900        MOVE SPACES TO WS-FAC-ROLE                                zbnkfiuf
064000        MOVE SPACES TO WS-FAC-ACC-TYPE                            zbnkfiuf
064100        MOVE SPACES TO WS-FAC-CURRENCY                            zbnkfiuf
064200        MOVE SPACES TO WS-FAC-BRANCH                              zbnkfiuf
064300        MOVE SPACES TO WS-FAC-ACC-STATUS                          zbnkfiuf
064400     ELSE                                                         zbnkfiuf
064500        IF BAC-REC-PID IS EQUAL TO RF-REC-PID                     zbnkfiuf
064600           MOVE 'P' TO WS-FAC-ROLE                                zbnkfiuf
064700        ELSE                                                      zbnkfiuf
064800           MOVE 'J' TO WS-FAC-ROLE                                zbnkfiuf
064900        END-IF                                                    zbnkfiuf
065000        MOVE BAC-REC-TYPE TO WS-FAC-ACC-TYPE                      zbnkfiuf
065100        MOVE BAC-REC-CURRENCY TO WS-FAC-CURRENCY                  zbnkfiuf
065200        MOVE BAC-REC-BRANCH TO WS-FAC-BRANCH                      zbnkfiuf
065300        MOVE BAC-REC-STATUS TO WS-FAC-ACC-STATUS                  zbnkfiuf
065400     END-IF.                                                      zbnkfiuf
065500     MOVE WS-FIU-ACCOUNT TO FIUOUT-REC.                           zbnkfiuf
065600     PERFORM FIUOUT-PUT.                                          zbnkfiuf
065700                                                                  zbnkfiuf
065800     MOVE 'NO ' TO WS-END-OF-TXN.                                 zbnkfiuf
065900     MOVE LOW-VALUES TO BTX-REC-KEY.                              zbnkfiuf
066000     MOVE WS-SUBJ-ACCNO (WS-SUBJ-SUB) TO BTX-REC-ACCNO.           zbnkfiuf
066100     START TXN-FILE KEY IS NOT LESS THAN BTX-REC-KEY.             zbnkfiuf
066200     IF WS-TXN-STATUS NOT = '00'                                  zbnkfiuf
066300        GO TO REPORT-SUBJECT-ACCOUNT-EXIT                         zbnkfiuf
066400     END-IF.                                                      zbnkfiuf
066500     PERFORM TXN-GET.                                             zbnkfiuf
066600     PERFORM REPORT-ONE-POSTING                                   zbnkfiuf
066700         THRU REPORT-ONE-POSTING-EXIT                             zbnkfiuf
066800         UNTIL WS-END-OF-TXN = 'YES'                              zbnkfiuf
066900            OR BTX-REC-ACCNO IS NOT EQUAL TO                      zbnkfiuf
067000               WS-SUBJ-ACCNO (WS-SUBJ-SUB).                       zbnkfiuf
067100 REPORT-SUBJECT-ACCOUNT-EXIT.                                     zbnkfiuf
067200     EXIT.                                                        zbnkfiuf
067300                                                                  zbnkfiuf
067400******************************************************************zbnkfiuf
067500* REPORT-ONE-POSTING                                             *zbnkfiuf
067600* A posting on the activity date that the filing concerns goes   *zbnkfiuf
067700* on the file, its amount unsigned with a debit/credit flag.     *zbnkfiuf
067800******************************************************************zbnkfiuf
067900 REPORT-ONE-POSTING.                                              zbnkfiuf
068000     PERFORM PARSE-POSTING-DATE                                   zbnkfiuf
068100         THRU PARSE-POSTING-DATE-EXIT.                            zbnkfiuf
068200     IF WS-CONV-DATE-N IS NOT EQUAL TO RF-REC-ACTIVITY-DTE        zbnkfiuf
068300        GO TO REPORT-ONE-POSTING-NEXT                             zbnkfiuf
068400     END-IF.                                                      zbnkfiuf
068500     IF WS-TXN-ONE-POSTING                                        zbnkfiuf
068600        IF BTX-REC-TIME IS NOT EQUAL TO RF-REC-CASH-TIME OR       zbnkfiuf
068700           BTX-REC-SEQ IS NOT EQUAL TO RF-REC-CASH-SEQ            zbnkfiuf
068800           GO TO REPORT-ONE-POSTING-NEXT                          zbnkfiuf
068900        END-IF                                                    zbnkfiuf
069000     END-IF.                                                      zbnkfiuf
069100     IF WS-TXN-TELLER-CASH                                        zbnkfiuf
069200        IF BTX-REC-TYPE IS NOT EQUAL TO 'TLD' AND                 zbnkfiuf
069300           BTX-REC-TYPE IS NOT EQUAL TO 'TLW' AND                 zbnkfiuf
069400           BTX-REC-DESC (1:6) IS NOT EQUAL TO 'Teller'            zbnkfiuf
069500           GO TO REPORT-ONE-POSTING-NEXT                          zbnkfiuf
069600        END-IF                                                    zbnkfiuf
069700     END-IF.                                                      zbnkfiuf
069800     MOVE WS-SUBMIT-REF TO WS-FTX-SUBMIT-REF.                     zbnkfiuf
069900     MOVE BTX-REC-ACCNO TO WS-FTX-ACCNO.                          zbnkfiuf
070000     MOVE WS-CONV-DATE-N TO WS-FTX-DATE.                          zbnkfiuf
070100     MOVE BTX-REC-TIME TO WS-FTX-TIME.                            zbnkfiuf
070200     MOVE BTX-REC-SEQ TO WS-FTX-SEQ.                              zbnkfiuf
070300     MOVE BTX-REC-TYPE TO WS-FTX-TXN-TYPE.                        zbnkfiuf
070400     IF BTX-REC-AMOUNT IS LESS THAN ZERO                          zbnkfiuf
070500        MOVE 'D' TO WS-FTX-DR-CR                                  zbnkfiuf
070600        COMPUTE WS-FTX-AMOUNT = BTX-REC-AMOUNT * -1               zbnkfiuf
070700     ELSE                                                         zbnkfiuf
070800        MOVE 'C' TO WS-FTX-DR-CR                                  zbnkfiuf
070900        MOVE BTX-REC-AMOUNT TO WS-FTX-AMOUNT                      zbnkfiuf
071000     END-IF.                                                      zbnkfiuf
071100     MOVE BTX-REC-DESC TO WS-FTX-DESC.                            zbnkfiuf
071200     MOVE WS-FIU-POSTING TO FIUOUT-REC.                           zbnkfiuf
071300     PERFORM FIUOUT-PUT.                                          zbnkfiuf
071400     ADD 1 TO WS-FILING-TXN-COUNT.                                zbnkfiuf
071500     ADD WS-FTX-AMOUNT TO WS-FILING-TXN-TOTAL.                    zbnkfiuf
071600 REPORT-ONE-POSTING-NEXT.                                         zbnkfiuf
071700     PERFORM TXN-GET.                                             zbnkfiuf
071800 REPORT-ONE-POSTING-EXIT.                                         zbnkfiuf
071900     EXIT.                                                        zbnkfiuf
072000                                                                  zbnkfiuf
072100 REPORT-NARRATIVE-LINE.                                           zbnkfiuf
072200     IF RF-REC-NARRATIVE-LINE (WS-NARR-SUB) IS NOT EQUAL TO SPACESzbnkfiuf
072300        MOVE WS-SUBMIT-REF TO WS-FNR-SUBMIT-REF                   zbnkfiuf
072400        MOVE WS-NARR-SUB TO WS-FNR-LINE-NO                        zbnkfiuf
072500        MOVE RF-REC-NARRATIVE-LINE (WS-NARR-SUB) TO WS-FNR-TEXT   zbnkfiuf
072600        MOVE WS-FIU-NARRATIVE TO FIUOUT-REC                       zbnkfiuf
072700        PERFORM FIUOUT-PUT                                        zbnkfiuf
072800     END-IF.                                                      zbnkfiuf
072900                                                                  zbnkfiuf
073000******************************************************************zbnkfiuf
073100* PARSE-POSTING-DATE                                             *zbnkfiuf
073200* Converts the posting's display date to CCYYMMDD, accepting     *zbnkfiuf
073300* either separator and letter case; an unresolvable date parses  *zbnkfiuf
073400* to zero and never matches.                                     *zbnkfiuf
073500******************************************************************zbnkfiuf
073600 PARSE-POSTING-DATE.                                              zbnkfiuf
073700     MOVE BTX-REC-DATE TO WS-CONV-DATE-11.                        zbnkfiuf
073800     MOVE ZERO TO WS-CONV-DATE-N.                                 zbnkfiuf
073900     IF WS-CONV-DATE-11 (1:2) IS NOT NUMERIC OR                   zbnkfiuf
074000        WS-CONV-DATE-11 (8:4) IS NOT NUMERIC                      zbnkfiuf
074100        GO TO PARSE-POSTING-DATE-EXIT                             zbnkfiuf
074200     END-IF.                                                      zbnkfiuf
074300     MOVE WS-CONV-DATE-11 (1:2) TO WS-CONV-DD.                    zbnkfiuf
074400     MOVE WS-CONV-DATE-11 (8:4) TO WS-CONV-CCYY.                  zbnkfiuf
074500     MOVE FUNCTION UPPER-CASE(WS-CONV-DATE-11 (4:3))              zbnkfiuf
074600       TO WS-CONV-MMM-SEARCH.                                     zbnkfiuf
074700     PERFORM MONTH-LOOKUP-STEP                                    zbnkfiuf
074800        VARYING WS-MONTH-SUB FROM 1 BY 1                          zbnkfiuf
074900        UNTIL WS-MONTH-SUB IS GREATER THAN 12                     zbnkfiuf
075000           OR WS-MONTH-NAME-TBL (WS-MONTH-SUB)                    zbnkfiuf
075100              IS EQUAL TO WS-CONV-MMM-SEARCH.                     zbnkfiuf
075200     IF WS-MONTH-SUB IS GREATER THAN 12                           zbnkfiuf
075300        MOVE ZERO TO WS-CONV-DATE-N                               zbnkfiuf
075400     ELSE                                                         zbnkfiuf
075500        MOVE WS-MONTH-SUB TO WS-CONV-MM                           zbnkfiuf
075600     END-IF.                                                      zbnkfiuf
075700 PARSE-POSTING-DATE-EXIT.                                         zbnkfiuf
075800     EXIT.                                                        zbnkfiuf
075900                                                                  zbnkfiuf
076000 MONTH-LOOKUP-STEP.                                               zbnkfiuf
076100     CONTINUE.                                                    zbnkfiuf
076200                                                                  zbnkfiuf
076300******************************************************************zbnkfiuf
076400* AGE-ONE-FILING                                                 *zbnkfiuf
076500* One aging line per outstanding filing: days to its deadline    *zbnkfiuf
076600* (negative when past it) and what needs doing. A filing not yet *zbnkfiuf
076700* sent, or rejected, past its deadline is overdue; a filing sent *zbnkfiuf
076800* and not acknowledged in good time is to be chased.             *zbnkfiuf
076900******************************************************************zbnkfiuf
077000 AGE-ONE-FILING.                                                  zbnkfiuf
077100     ADD 1 TO WS-FILINGS-OUTSTANDING.                             zbnkfiuf
077200     COMPUTE WS-DAYS-LEFT =                                       zbnkfiuf
077300         FUNCTION INTEGER-OF-DATE (RF-REC-DUE-DTE) - WS-TODAY-INT.zbnkfiuf
077400     MOVE SPACES TO WS-AGE-NOTE.                                  zbnkfiuf
077500     EVALUATE TRUE                                                zbnkfiuf
077600       WHEN RF-REC-TO-BE-FILED                                    zbnkfiuf
077700         MOVE 'To file' TO WS-AGE-STATUS                          zbnkfiuf
077800         IF WS-DAYS-LEFT IS LESS THAN ZERO                        zbnkfiuf
077900            ADD 1 TO WS-FILINGS-OVERDUE                           zbnkfiuf
078000            MOVE 'OVERDUE - not filed' TO WS-AGE-NOTE             zbnkfiuf
078100         END-IF                                                   zbnkfiuf
078200         IF WS-HOLD-REASON IS NOT EQUAL TO SPACES                 zbnkfiuf
078300            IF WS-DAYS-LEFT IS LESS THAN ZERO                     zbnkfiuf
078400               MOVE 'OVERDUE - ' TO WS-AGE-NOTE                   zbnkfiuf
078500               MOVE WS-HOLD-REASON (8:20) TO WS-AGE-NOTE (11:20)  zbnkfiuf
078600            ELSE                                                  zbnkfiuf
078700               MOVE WS-HOLD-REASON TO WS-AGE-NOTE                 zbnkfiuf
078800            END-IF                                                zbnkfiuf
078900         END-IF                                                   zbnkfiuf
079000         IF WS-AGE-NOTE IS EQUAL TO SPACES AND                    zbnkfiuf
079100            WS-DAYS-LEFT IS NOT GREATER THAN WS-DUE-SOON-DAYS     zbnkfiuf
079200            MOVE 'Due soon' TO WS-AGE-NOTE                        zbnkfiuf
079300         END-IF                                                   zbnkfiuf
079400       WHEN RF-REC-SUBMITTED                                      zbnkfiuf
079500         MOVE 'Submitted' TO WS-AGE-STATUS                        zbnkfiuf
079600         ADD 1 TO WS-AWAITING-ACK                                 zbnkfiuf
079700         COMPUTE WS-DAYS-WAITING = WS-TODAY-INT -                 zbnkfiuf
079800             FUNCTION INTEGER-OF-DATE (RF-REC-SUBMIT-DTE)         zbnkfiuf
079900         IF WS-FILED-THIS-RUN = 'Y'                               zbnkfiuf
080000            IF WS-FFH-LATE = 'L'                                  zbnkfiuf
080100               MOVE 'Filed this run - LATE' TO WS-AGE-NOTE        zbnkfiuf
080200            ELSE                                                  zbnkfiuf
080300               MOVE 'Filed this run' TO WS-AGE-NOTE               zbnkfiuf
080400            END-IF                                                zbnkfiuf
080500         ELSE                                                     zbnkfiuf
080600            IF WS-DAYS-WAITING IS GREATER THAN WS-ACK-CHASE-DAYS  zbnkfiuf
080700               MOVE 'No acknowledgement - chase' TO WS-AGE-NOTE   zbnkfiuf
080800            ELSE                                                  zbnkfiuf
080900               MOVE 'Awaiting acknowledgement' TO WS-AGE-NOTE     zbnkfiuf
081000            END-IF                                                zbnkfiuf
081100         END-IF                                                   zbnkfiuf
081200       WHEN OTHER                                                 zbnkfiuf
081300         MOVE 'Rejected' TO WS-AGE-STATUS                         zbnkfiuf
081400         ADD 1 TO WS-FILINGS-REJECTED                             zbnkfiuf
081500         IF WS-DAYS-LEFT IS LESS THAN ZERO                        zbnkfiuf
081600            ADD 1 TO WS-FILINGS-OVERDUE                           zbnkfiuf
081700            MOVE 'OVERDUE - rejected, refile' TO WS-AGE-NOTE      zbnkfiuf
081800         ELSE                                                     zbnkfiuf
081900            MOVE 'Rejected - correct and refile' TO WS-AGE-NOTE   zbnkfiuf
082000         END-IF                                                   zbnkfiuf
082100     END-EVALUATE.                                                zbnkfiuf
082200     IF RF-REC-SAR                                                zbnkfiuf
082300        MOVE 'SAR' TO WS-AGE-TYPE                                 zbnkfiuf
082400     ELSE                                                         zbnkfiuf
082500        MOVE 'CTR' TO WS-AGE-TYPE                                 zbnkfiuf
082600     END-IF.                                                      zbnkfiuf
082700     MOVE RF-REC-KEY TO WS-AGE-KEY.                               zbnkfiuf
082800     MOVE RF-REC-PID TO WS-AGE-PID.                               zbnkfiuf
082900     MOVE RF-REC-DUE-DTE TO WS-AGE-DUE-DTE.                       zbnkfiuf
083000     MOVE WS-DAYS-LEFT TO WS-AGE-DAYS-LEFT.                       zbnkfiuf
083100     MOVE RF-REC-SUBMIT-REF TO WS-AGE-SUBMIT-REF.                 zbnkfiuf
083200     MOVE WS-AGING-LINE TO PRINTOUT-REC.                          zbnkfiuf
083300     PERFORM PRINTOUT-PUT.                                        zbnkfiuf
083400 AGE-ONE-FILING-EXIT.                                             zbnkfiuf
083500     EXIT.                                                        zbnkfiuf
083600                                                                  zbnkfiuf
083700******************************************************************zbnkfiuf
083800* Log the filing on the outbound transmission register so an     *zbnkfiuf
083900* unconfirmed pick-up is chased. A registration problem is       *zbnkfiuf
084000* reported but does not fail the run.                            *zbnkfiuf
084100******************************************************************zbnkfiuf
084200 REGISTER-FIUOUT-FILE.                                            zbnkfiuf
084300     SET OCT-REGISTER TO TRUE.                                    zbnkfiuf
084400     MOVE 'FIUOUT  ' TO OCT-FILE-ID.                              zbnkfiuf
084500     MOVE ZERO TO OCT-BUSDATE.                                    zbnkfiuf
084600     MOVE 'ZBNKFIUF' TO OCT-PRODUCER.                             zbnkfiuf
084700     MOVE WS-FILINGS-SUBMITTED TO OCT-RECORD-COUNT.               zbnkfiuf
084800     MOVE WS-FIU-TXN-AMOUNT TO OCT-AMOUNT-TOTAL.                  zbnkfiuf
084900     CALL 'UOUTCTL' USING WS-OUTCTL-PARM.                         zbnkfiuf
085000     IF OCT-FAILED                                                zbnkfiuf
085100        MOVE 'Filing file not on outbound register'               zbnkfiuf
085200          TO WS-CONSOLE-MESSAGE                                   zbnkfiuf
085300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfiuf
085400     END-IF.                                                      zbnkfiuf
085500                                                                  zbnkfiuf
085600******************************************************************zbnkfiuf
085700* WRITE-REPORT-HEADING                                           *zbnkfiuf
085800* Writes the report title and column heading lines.              *zbnkfiuf
085900******************************************************************zbnkfiuf
086000 WRITE-REPORT-HEADING.                                            zbnkfiuf
086100     MOVE SPACES TO WS-REPORT-LINE.                               zbnkfiuf
086200     STRING 'Regulatory Filing Deadline Aging - run date '        zbnkfiuf
086300                                      DELIMITED BY SIZE           zbnkfiuf
086400            WS-RUN-DATE-DISPLAY       DELIMITED BY SIZE           zbnkfiuf
086500       INTO WS-REPORT-LINE.                                       zbnkfiuf
086600     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkfiuf
086700     PERFORM PRINTOUT-PUT.                                        zbnkfiuf
086800     MOVE SPACES TO PRINTOUT-REC.                                 zbnkfiuf
086900     PERFORM PRINTOUT-PUT.                                        zbnkfiuf
087000     MOVE SPACES TO WS-REPORT-LINE.                               zbnkfiuf
087100     MOVE 'Typ Filing key' TO WS-REPORT-LINE.                     zbnkfiuf
087200     MOVE 'Status     Cust  Due by   Days Submission ref'         zbnkfiuf
087300       TO WS-REPORT-LINE (41:46).                                 zbnkfiuf
087400     MOVE 'Note' TO WS-REPORT-LINE (90:4).                        zbnkfiuf
087500     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkfiuf
087600     PERFORM PRINTOUT-PUT.                                        zbnkfiuf
087700                                                                  zbnkfiuf
087800******************************************************************zbnkfiuf
087900* WRITE-REPORT-TOTALS                                            *zbnkfiuf
088000* What went out this run and what is still outstanding.          *zbnkfiuf
088100******************************************************************zbnkfiuf
088200 WRITE-REPORT-TOTALS.                                             zbnkfiuf
088300     MOVE SPACES TO PRINTOUT-REC.                                 zbnkfiuf
088400     PERFORM PRINTOUT-PUT.                                        zbnkfiuf
088500     MOVE SPACES TO WS-REPORT-LINE.                               zbnkfiuf
088600     STRING 'Filed this run: ' DELIMITED BY SIZE                  zbnkfiuf
088700            WS-FILINGS-SUBMITTED DELIMITED BY SIZE                zbnkfiuf
088800            '  held: ' DELIMITED BY SIZE                          zbnkfiuf
088900            WS-FILINGS-HELD DELIMITED BY SIZE                     zbnkfiuf
089000            '  outstanding: ' DELIMITED BY SIZE                   zbnkfiuf
089100            WS-FILINGS-OUTSTANDING DELIMITED BY SIZE              zbnkfiuf
089200            '  overdue: ' DELIMITED BY SIZE                       zbnkfiuf
089300            WS-FILINGS-OVERDUE DELIMITED BY SIZE                  zbnkfiuf
089400       INTO WS-REPORT-LINE.                                       zbnkfiuf
089500     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkfiuf
089600     PERFORM PRINTOUT-PUT.                                        zbnkfiuf
089700     IF WS-FILINGS-OUTSTANDING IS EQUAL TO ZERO                   zbnkfiuf
089800        MOVE 'No filings outstanding' TO PRINTOUT-REC             zbnkfiuf
089900        PERFORM PRINTOUT-PUT                                      zbnkfiuf
090000     END-IF.                                                      zbnkfiuf
090100                                                                  zbnkfiuf
090200******************************************************************zbnkfiuf
090300* Open, access and close the REGF file.                          *zbnkfiuf
090400******************************************************************zbnkfiuf
090500 REGF-OPEN.                                                       zbnkfiuf
090600     OPEN I-O REGF-FILE.                                          zbnkfiuf
090700     IF WS-REGF-STATUS = '00'                                     zbnkfiuf
090800        MOVE 'REGF file opened OK' TO WS-CONSOLE-MESSAGE          zbnkfiuf
090900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfiuf
091000     ELSE                                                         zbnkfiuf
091100        MOVE 'REGF file open failure...' TO WS-CONSOLE-MESSAGE    zbnkfiuf
091200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfiuf
091300        MOVE WS-REGF-STATUS TO WS-IO-STATUS                       zbnkfiuf
091400        PERFORM DISPLAY-IO-STATUS                                 zbnkfiuf
091500        PERFORM ABORT-PROGRAM                                     zbnkfiuf
091600     END-IF.                                                      zbnkfiuf
091700                                                                  zbnkfiuf
091800 REGF-GET.                                                        zbnkfiuf
091900     READ REGF-FILE NEXT RECORD.                                  zbnkfiuf
092000     IF WS-REGF-STATUS NOT = '00'                                 zbnkfiuf
092100        IF WS-REGF-STATUS = '10'                                  zbnkfiuf
092200           MOVE 'YES' TO WS-END-OF-REGF                           zbnkfiuf
092300        ELSE                                                      zbnkfiuf
092400           MOVE 'REGF Error reading file ...'                     zbnkfiuf
092500             TO WS-CONSOLE-MESSAGE                                zbnkfiuf
092600           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkfiuf
092700           MOVE WS-REGF-STATUS TO WS-IO-STATUS                    zbnkfiuf
092800           PERFORM DISPLAY-IO-STATUS                              zbnkfiuf
092900           PERFORM ABORT-PROGRAM                                  zbnkfiuf
093000        END-IF                                                    zbnkfiuf
093100     END-IF.                                                      zbnkfiuf
093200                                                                  zbnkfiuf
093300 REGF-REWRITE.                                                    zbnkfiuf
093400     REWRITE REGF-FILE-REC.                                       zbnkfiuf
093500     IF WS-REGF-STATUS NOT = '00'                                 zbnkfiuf
093600        MOVE 'REGF Error rewriting file ...'                      zbnkfiuf
093700          TO WS-CONSOLE-MESSAGE                                   zbnkfiuf
093800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfiuf
093900        MOVE WS-REGF-STATUS TO WS-IO-STATUS                       zbnkfiuf
094000        PERFORM DISPLAY-IO-STATUS                                 zbnkfiuf
094100        PERFORM ABORT-PROGRAM                                     zbnkfiuf
094200     END-IF.                                                      zbnkfiuf
094300                                                                  zbnkfiuf
094400 REGF-CLOSE.                                                      zbnkfiuf
094500     CLOSE REGF-FILE.                                             zbnkfiuf
094600     IF WS-REGF-STATUS = '00'                                     zbnkfiuf
094700        MOVE 'REGF file closed OK' TO WS-CONSOLE-MESSAGE          zbnkfiuf
094800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfiuf
094900     ELSE                                                         zbnkfiuf
095000        MOVE 'REGF file close failure...' TO WS-CONSOLE-MESSAGE   zbnkfiuf
095100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfiuf
095200        MOVE WS-REGF-STATUS TO WS-IO-STATUS                       zbnkfiuf
095300        PERFORM DISPLAY-IO-STATUS                                 zbnkfiuf
095400        PERFORM ABORT-PROGRAM                                     zbnkfiuf
095500     END-IF.                                                      zbnkfiuf
095600                                                                  zbnkfiuf
095700******************************************************************zbnkfiuf
095800* Open, access and close the CUST file.                          *zbnkfiuf
095900******************************************************************zbnkfiuf
096000 CUST-OPEN.                                                       zbnkfiuf
096100     OPEN INPUT CUST-FILE.                                        zbnkfiuf
096200     IF WS-CUST-STATUS = '00'                                     zbnkfiuf
096300        MOVE 'CUST file opened OK' TO WS-CONSOLE-MESSAGE          zbnkfiuf
096400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfiuf
096500     ELSE                                                         zbnkfiuf
096600        MOVE 'CUST file open failure...' TO WS-CONSOLE-MESSAGE    zbnkfiuf
096700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfiuf
096800        MOVE WS-CUST-STATUS TO WS-IO-STATUS                       zbnkfiuf
096900        PERFORM DISPLAY-IO-STATUS                                 zbnkfiuf
097000        PERFORM ABORT-PROGRAM                                     zbnkfiuf
097100     END-IF.                                                      zbnkfiuf
097200                                                                  zbnkfiuf
097300 CUST-READ.                                                       zbnkfiuf
097400     READ CUST-FILE.                                              zbnkfiuf
097500                                                                  zbnkfiuf
097600 CUST-CLOSE.                                                      zbnkfiuf
097700     CLOSE CUST-FILE.                                             zbnkfiuf
097800     IF WS-CUST-STATUS = '00'                                     zbnkfiuf
097900        MOVE 'CUST file closed OK' TO WS-CONSOLE-MESSAGE          zbnkfiuf
098000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfiuf
098100     ELSE                                                         zbnkfiuf
098200        MOVE 'CUST file close failure...' TO WS-CONSOLE-MESSAGE   zbnkfiuf
098300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfiuf
098400        MOVE WS-CUST-STATUS TO WS-IO-STATUS                       zbnkfiuf
098500        PERFORM DISPLAY-IO-STATUS                                 zbnkfiuf
098600        PERFORM ABORT-PROGRAM                                     zbnkfiuf
098700     END-IF.                                                      zbnkfiuf
098800                                                                  zbnkfiuf
098900******************************************************************zbnkfiuf
099000* Open, access and close the ACCOUNT file.                       *zbnkfiuf
099100******************************************************************zbnkfiuf
099200 ACCOUNT-OPEN.                                                    zbnkfiuf
099300     OPEN INPUT ACCOUNT-FILE.                                     zbnkfiuf
099400     IF WS-ACCOUNT-STATUS = '00'                                  zbnkfiuf
099500        MOVE 'ACCOUNT file opened OK' TO WS-CONSOLE-MESSAGE       zbnkfiuf
099600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfiuf
099700     ELSE                                                         zbnkfiuf
099800        MOVE 'ACCOUNT file open failure...' TO WS-CONSOLE-MESSAGE zbnkfiuf
099900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfiuf
100000        MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                    zbnkfiuf
100100        PERFORM DISPLAY-IO-STATUS                                 zbnkfiuf
100200        PERFORM ABORT-PROGRAM                                     zbnkfiuf
100300     END-IF.                                                      zbnkfiuf
100400                                                                  zbnkfiuf
100500 ACCOUNT-GET.                                                     zbnkfiuf
100600     READ ACCOUNT-FILE NEXT RECORD.                               zbnkfiuf
100700     IF WS-ACCOUNT-STATUS NOT = '00'                              zbnkfiuf
100800        IF WS-ACCOUNT-STATUS = '10'                               zbnkfiuf
100900           MOVE 'YES' TO WS-END-OF-ACCOUNT                        zbnkfiuf
101000        ELSE                                                      zbnkfiuf
101100           MOVE 'ACCOUNT Error reading file ...'                  zbnkfiuf
101200             TO WS-CONSOLE-MESSAGE                                zbnkfiuf
101300           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkfiuf
101400           MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                 zbnkfiuf
101500           PERFORM DISPLAY-IO-STATUS                              zbnkfiuf
101600           PERFORM ABORT-PROGRAM                                  zbnkfiuf
101700        END-IF                                                    zbnkfiuf
101800     END-IF.                                                      zbnkfiuf
101900                                                                  zbnkfiuf
102000 ACCOUNT-READ.                                                    zbnkfiuf
102100     READ ACCOUNT-FILE.                                           zbnkfiuf
102200                                                                  zbnkfiuf
102300 ACCOUNT-CLOSE.                                                   zbnkfiuf
102400     CLOSE ACCOUNT-FILE.                                          zbnkfiuf
102500     IF WS-ACCOUNT-STATUS = '00'                                  zbnkfiuf
102600        MOVE 'ACCOUNT file closed OK' TO WS-CONSOLE-MESSAGE       zbnkfiuf
102700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfiuf
102800     ELSE                                                         zbnkfiuf
102900        MOVE 'ACCOUNT file close failure...'                      zbnkfiuf
103000          TO WS-CONSOLE-MESSAGE                                   zbnkfiuf
103100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfiuf
103200        MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                    zbnkfiuf
103300        PERFORM DISPLAY-IO-STATUS                                 zbnkfiuf
103400        PERFORM ABORT-PROGRAM                                     zbnkfiuf
103500     END-IF.                                                      zbnkfiuf
103600                                                                  zbnkfiuf
103700******************************************************************zbnkfiuf
103800* Open, access and close the JOWN file.                          *zbnkfiuf
103900******************************************************************zbnkfiuf
104000 JOWN-OPEN.                                                       zbnkfiuf
104100     OPEN INPUT JOWN-FILE.                                        zbnkfiuf
104200     IF WS-JOWN-STATUS = '00'                                     zbnkfiuf
104300        MOVE 'JOWN file opened OK' TO WS-CONSOLE-MESSAGE          zbnkfiuf
104400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfiuf
104500     ELSE                                                         zbnkfiuf
104600        MOVE 'JOWN file open failure...' TO WS-CONSOLE-MESSAGE    zbnkfiuf
104700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfiuf
104800        MOVE WS-JOWN-STATUS TO WS-IO-STATUS                       zbnkfiuf
104900        PERFORM DISPLAY-IO-STATUS                                 zbnkfiuf
105000        PERFORM ABORT-PROGRAM                                     zbnkfiuf
105100     END-IF.                                                      zbnkfiuf
105200                                                                  zbnkfiuf
105300 JOWN-READ.                                                       zbnkfiuf
105400     READ JOWN-FILE.                                              zbnkfiuf
105500                                                                  zbnkfiuf
105600 JOWN-CLOSE.                                                      zbnkfiuf
105700     CLOSE JOWN-FILE.                                             zbnkfiuf
105800     IF WS-JOWN-STATUS = '00'                                     zbnkfiuf
105900        MOVE 'JOWN file closed OK' TO WS-CONSOLE-MESSAGE          zbnkfiuf
106000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfiuf
106100     ELSE                                                         zbnkfiuf
106200        MOVE 'JOWN file close failure...' TO WS-CONSOLE-MESSAGE   zbnkfiuf
106300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfiuf
106400        MOVE WS-JOWN-STATUS TO WS-IO-STATUS                       zbnkfiuf
106500        PERFORM DISPLAY-IO-STATUS                                 zbnkfiuf
106600        PERFORM ABORT-PROGRAM                                     zbnkfiuf
106700     END-IF.                                                      zbnkfiuf
106800                                                                  zbnkfiuf
106900******************************************************************zbnkfiuf
107000* Open, access and close the TXN file.                           *zbnkfiuf
107100******************************************************************zbnkfiuf
107200 TXN-OPEN.                                                        zbnkfiuf
107300     OPEN INPUT TXN-FILE.                                         zbnkfiuf
107400     IF WS-TXN-STATUS = '00'                                      zbnkfiuf
107500        MOVE 'TXN file opened OK' TO WS-CONSOLE-MESSAGE           zbnkfiuf
107600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfiuf
107700     ELSE                                                         zbnkfiuf
107800        MOVE 'TXN file open failure...' TO WS-CONSOLE-MESSAGE     zbnkfiuf
107900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfiuf
108000        MOVE WS-TXN-STATUS TO WS-IO-STATUS                        zbnkfiuf
108100        PERFORM DISPLAY-IO-STATUS                                 zbnkfiuf
108200        PERFORM ABORT-PROGRAM                                     zbnkfiuf
108300     END-IF.                                                      zbnkfiuf
108400                                                                  zbnkfiuf
108500 TXN-GET.                                                         zbnkfiuf
108600     READ TXN-FILE NEXT RECORD.                                   zbnkfiuf
108700     IF WS-TXN-STATUS NOT = '00'                                  zbnkfiuf
108800        IF WS-TXN-STATUS = '10'                                   zbnkfiuf
108900           MOVE 'YES' TO WS-END-OF-TXN                            zbnkfiuf
109000        ELSE                                                      zbnkfiuf
109100           MOVE 'TXN Error reading file ...'                      zbnkfiuf
109200             TO WS-CONSOLE-MESSAGE                                zbnkfiuf
109300           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkfiuf
109400           MOVE WS-TXN-STATUS TO WS-IO-STATUS                     zbnkfiuf
109500           PERFORM DISPLAY-IO-STATUS                              zbnkfiuf
109600           PERFORM ABORT-PROGRAM                                  zbnkfiuf
109700        END-IF                                                    zbnkfiuf
109800     END-IF.                                                      zbnkfiuf
109900                                                                  zbnkfiuf
110000 TXN-CLOSE.                                                       zbnkfiuf
110100     CLOSE TXN-FILE.                                              zbnkfiuf
110200     IF WS-TXN-STATUS = '00'                                      zbnkfiuf
110300        MOVE 'TXN file closed OK' TO WS-CONSOLE-MESSAGE           zbnkfiuf
110400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfiuf
110500     ELSE                                                         zbnkfiuf
110600        MOVE 'TXN file close failure...' TO WS-CONSOLE-MESSAGE    zbnkfiuf
110700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfiuf
110800        MOVE WS-TXN-STATUS TO WS-IO-STATUS                        zbnkfiuf
110900        PERFORM DISPLAY-IO-STATUS                                 zbnkfiuf
111000        PERFORM ABORT-PROGRAM                                     zbnkfiuf
111100     END-IF.                                                      zbnkfiuf
111200                                                                  zbnkfiuf
111300******************************************************************zbnkfiuf
111400* Open, access and close the FIUOUT file.                        *zbnkfiuf
111500******************************************************************zbnkfiuf
111600 FIUOUT-OPEN.                                                     zbnkfiuf
111700     OPEN OUTPUT FIUOUT-FILE.                                     zbnkfiuf
111800     IF WS-FIUOUT-STATUS = '00'                                   zbnkfiuf
111900        MOVE 'FIUOUT file opened OK' TO WS-CONSOLE-MESSAGE        zbnkfiuf
112000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfiuf
112100     ELSE                                                         zbnkfiuf
112200        MOVE 'FIUOUT file open failure...' TO WS-CONSOLE-MESSAGE  zbnkfiuf
112300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfiuf
112400        MOVE WS-FIUOUT-STATUS TO WS-IO-STATUS                     zbnkfiuf
112500        PERFORM DISPLAY-IO-STATUS                                 zbnkfiuf
112600        PERFORM ABORT-PROGRAM                                     zbnkfiuf
112700     END-IF.                                                      zbnkfiuf
112800                                                                  zbnkfiuf
112900 FIUOUT-PUT.                                                      zbnkfiuf
113000     WRITE FIUOUT-REC.                                            zbnkfiuf
113100     IF WS-FIUOUT-STATUS NOT = '00'                               zbnkfiuf
113200        MOVE 'FIUOUT Error writing file ...'                      zbnkfiuf
113300          TO WS-CONSOLE-MESSAGE                                   zbnkfiuf
113400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfiuf
113500        MOVE WS-FIUOUT-STATUS TO WS-IO-STATUS                     zbnkfiuf
113600        PERFORM DISPLAY-IO-STATUS                                 zbnkfiuf
113700        PERFORM ABORT-PROGRAM                                     zbnkfiuf
113800     END-IF.                                                      zbnkfiuf
113900                                                                  zbnkfiuf
114000 FIUOUT-CLOSE.                                                    zbnkfiuf
114100     CLOSE FIUOUT-FILE.                                           zbnkfiuf
114200     IF WS-FIUOUT-STATUS = '00'                                   zbnkfiuf
114300        MOVE 'FIUOUT file closed OK' TO WS-CONSOLE-MESSAGE        zbnkfiuf
114400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfiuf
114500     ELSE                                                         zbnkfiuf
114600        MOVE 'FIUOUT file close failure...' TO WS-CONSOLE-MESSAGE zbnkfiuf
114700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfiuf
114800        MOVE WS-FIUOUT-STATUS TO WS-IO-STATUS                     zbnkfiuf
114900        PERFORM DISPLAY-IO-STATUS                                 zbnkfiuf
115000        PERFORM ABORT-PROGRAM                                     zbnkfiuf
115100     END-IF.                                                      zbnkfiuf
115200                                                                  zbnkfiuf
115300******************************************************************zbnkfiuf
115400* Open, access and close the PRINTOUT file.                      *zbnkfiuf
115500******************************************************************zbnkfiuf
115600 PRINTOUT-OPEN.                                                   zbnkfiuf
115700     OPEN OUTPUT PRINTOUT-FILE.                                   zbnkfiuf
115800     IF WS-PRINTOUT-STATUS = '00'                                 zbnkfiuf
115900        MOVE 'PRINTOUT file opened OK' TO WS-CONSOLE-MESSAGE      zbnkfiuf
116000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfiuf
116100     ELSE                                                         zbnkfiuf
116200        MOVE 'PRINTOUT file open failure...'                      zbnkfiuf
116300          TO WS-CONSOLE-MESSAGE                                   zbnkfiuf
116400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfiuf
116500        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkfiuf
116600        PERFORM DISPLAY-IO-STATUS                                 zbnkfiuf
116700        PERFORM ABORT-PROGRAM                                     zbnkfiuf
116800     END-IF.                                                      zbnkfiuf
116900                                                                  zbnkfiuf
117000 PRINTOUT-PUT.                                                    zbnkfiuf
117100     WRITE PRINTOUT-REC.                                          zbnkfiuf
117200     IF WS-PRINTOUT-STATUS NOT = '00'                             zbnkfiuf
117300        MOVE 'PRINTOUT Error writing file ...'                    zbnkfiuf
117400          TO WS-CONSOLE-MESSAGE                                   zbnkfiuf
117500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfiuf
117600        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkfiuf
117700        PERFORM DISPLAY-IO-STATUS                                 zbnkfiuf
117800        PERFORM ABORT-PROGRAM                                     zbnkfiuf
117900     END-IF.                                                      zbnkfiuf
118000                                                                  zbnkfiuf
118100 PRINTOUT-CLOSE.                                                  zbnkfiuf
118200     CLOSE PRINTOUT-FILE.                                         zbnkfiuf
118300     IF WS-PRINTOUT-STATUS = '00'                                 zbnkfiuf
118400        MOVE 'PRINTOUT file closed OK' TO WS-CONSOLE-MESSAGE      zbnkfiuf
118500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfiuf
118600     ELSE                                                         zbnkfiuf
118700        MOVE 'PRINTOUT file close failure...'                     zbnkfiuf
118800          TO WS-CONSOLE-MESSAGE                                   zbnkfiuf
118900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfiuf
119000        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkfiuf
119100        PERFORM DISPLAY-IO-STATUS                                 zbnkfiuf
119200        PERFORM ABORT-PROGRAM                                     zbnkfiuf
119300     END-IF.                                                      zbnkfiuf
119400                                                                  zbnkfiuf
119500******************************************************************zbnkfiuf
119600* Write a short end-of-job summary to the JOBSUM file, in the    *zbnkfiuf
119700* same style as the other batch jobs' summaries.                 *zbnkfiuf
119800******************************************************************zbnkfiuf
119900 PRINT-JOB-SUMMARY.                                               zbnkfiuf
120000     PERFORM JOBSUM-OPEN.                                         zbnkfiuf
120100     MOVE SPACES TO JOBSUM-REC.                                   zbnkfiuf
120200     STRING 'Filings submitted:           ' DELIMITED BY SIZE     zbnkfiuf
120300            WS-FILINGS-SUBMITTED DELIMITED BY SIZE                zbnkfiuf
120400       INTO JOBSUM-REC.                                           zbnkfiuf
120500     PERFORM JOBSUM-PUT.                                          zbnkfiuf
120600     MOVE SPACES TO JOBSUM-REC.                                   zbnkfiuf
120700     STRING 'Suspicious-activity reports: ' DELIMITED BY SIZE     zbnkfiuf
120800            WS-SARS-FILED DELIMITED BY SIZE                       zbnkfiuf
120900       INTO JOBSUM-REC.                                           zbnkfiuf
121000     PERFORM JOBSUM-PUT.                                          zbnkfiuf
121100     MOVE SPACES TO JOBSUM-REC.                                   zbnkfiuf
121200     STRING 'Currency transaction reports:' DELIMITED BY SIZE     zbnkfiuf
121300            WS-CTRS-FILED DELIMITED BY SIZE                       zbnkfiuf
121400       INTO JOBSUM-REC.                                           zbnkfiuf
121500     PERFORM JOBSUM-PUT.                                          zbnkfiuf
121600     MOVE SPACES TO JOBSUM-REC.                                   zbnkfiuf
121700     STRING 'Filings held:                ' DELIMITED BY SIZE     zbnkfiuf
121800            WS-FILINGS-HELD DELIMITED BY SIZE                     zbnkfiuf
121900       INTO JOBSUM-REC.                                           zbnkfiuf
122000     PERFORM JOBSUM-PUT.                                          zbnkfiuf
122100     MOVE SPACES TO JOBSUM-REC.                                   zbnkfiuf
122200     STRING 'Filed after deadline:        ' DELIMITED BY SIZE     zbnkfiuf
122300            WS-FILED-LATE DELIMITED BY SIZE                       zbnkfiuf
122400       INTO JOBSUM-REC.                                           zbnkfiuf
122500     PERFORM JOBSUM-PUT.                                          zbnkfiuf
122600     MOVE SPACES TO JOBSUM-REC.                                   zbnkfiuf
122700     STRING 'Filings overdue:             ' DELIMITED BY SIZE     zbnkfiuf
122800            WS-FILINGS-OVERDUE DELIMITED BY SIZE                  zbnkfiuf
122900       INTO JOBSUM-REC.                                           zbnkfiuf
123000     PERFORM JOBSUM-PUT.                                          zbnkfiuf
123100     MOVE SPACES TO JOBSUM-REC.                                   zbnkfiuf
123200     STRING 'Awaiting acknowledgement:    ' DELIMITED BY SIZE     zbnkfiuf
123300            WS-AWAITING-ACK DELIMITED BY SIZE                     zbnkfiuf
123400       INTO JOBSUM-REC.                                           zbnkfiuf
123500     PERFORM JOBSUM-PUT.                                          zbnkfiuf
123600     MOVE SPACES TO JOBSUM-REC.                                   zbnkfiuf
123700     STRING 'Rejected by the unit:        ' DELIMITED BY SIZE     zbnkfiuf
123800            WS-FILINGS-REJECTED DELIMITED BY SIZE                 zbnkfiuf
123900       INTO JOBSUM-REC.                                           zbnkfiuf
124000     PERFORM JOBSUM-PUT.                                          zbnkfiuf
124100     PERFORM JOBSUM-CLOSE.                                        zbnkfiuf
124200     MOVE 'Job summary written to JOBSUM'                         zbnkfiuf
124300       TO WS-CONSOLE-MESSAGE.                                     zbnkfiuf
124400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkfiuf
124500                                                                  zbnkfiuf
124600 JOBSUM-OPEN.                                                     zbnkfiuf
124700     OPEN OUTPUT JOBSUM-FILE.                                     zbnkfiuf
124800     IF WS-JOBSUM-STATUS = '00'                                   zbnkfiuf
124900        MOVE 'JOBSUM file opened OK' TO WS-CONSOLE-MESSAGE        zbnkfiuf
125000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfiuf
125100     ELSE                                                         zbnkfiuf
125200        MOVE 'JOBSUM file open failure...' TO WS-CONSOLE-MESSAGE  zbnkfiuf
125300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfiuf
125400        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkfiuf
125500        PERFORM DISPLAY-IO-STATUS                                 zbnkfiuf
125600        PERFORM ABORT-PROGRAM                                     zbnkfiuf
125700     END-IF.                                                      zbnkfiuf
125800                                                                  zbnkfiuf
125900 JOBSUM-PUT.                                                      zbnkfiuf
126000     WRITE JOBSUM-REC.                                            zbnkfiuf
126100     IF WS-JOBSUM-STATUS NOT = '00'                               zbnkfiuf
126200        MOVE 'JOBSUM Error writing file ...' TO WS-CONSOLE-MESSAGEzbnkfiuf
126300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfiuf
126400        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkfiuf
126500        PERFORM DISPLAY-IO-STATUS                                 zbnkfiuf
126600        PERFORM ABORT-PROGRAM                                     zbnkfiuf
126700     END-IF.                                                      zbnkfiuf
126800                                                                  zbnkfiuf
126900 JOBSUM-CLOSE.                                                    zbnkfiuf
127000     CLOSE JOBSUM-FILE.                                           zbnkfiuf
127100     IF WS-JOBSUM-STATUS = '00'                                   zbnkfiuf
127200        MOVE 'JOBSUM file closed OK' TO WS-CONSOLE-MESSAGE        zbnkfiuf
127300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfiuf
127400     ELSE                                                         zbnkfiuf
127500        MOVE 'JOBSUM file close failure...' TO WS-CONSOLE-MESSAGE zbnkfiuf
127600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfiuf
127700        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkfiuf
127800        PERFORM DISPLAY-IO-STATUS                                 zbnkfiuf
127900        PERFORM ABORT-PROGRAM                                     zbnkfiuf
128000     END-IF.                                                      zbnkfiuf
128100                                                                  zbnkfiuf
128200******************************************************************zbnkfiuf
128300* Run-control hooks. The START call blocks this job when it has  *zbnkfiuf
128400* already completed for the business date or a prerequisite has  *zbnkfiuf
128500* not, and records the start on BNKRUNC; the END call records    *zbnkfiuf
128600* the end time and return code. See URUNCTL.CBL.                 *zbnkfiuf
128700******************************************************************zbnkfiuf
128800 RUN-CONTROL-START.                                               zbnkfiuf
128900     SET RUNCTL-START TO TRUE.                                    zbnkfiuf
129000     MOVE 'ZBNKFIUF' TO RUNCTL-JOB.                               zbnkfiuf
129100     MOVE ZERO TO RUNCTL-BUSDATE.                                 zbnkfiuf
129200     MOVE ZERO TO RUNCTL-RETURN-CODE.                             zbnkfiuf
129300     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkfiuf
129400     IF RUNCTL-BLOCKED                                            zbnkfiuf
129500        MOVE RUNCTL-REPLY-TEXT TO WS-CONSOLE-MESSAGE              zbnkfiuf
129600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfiuf
129700        MOVE 'Run control blocked this run' TO WS-CONSOLE-MESSAGE zbnkfiuf
129800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfiuf
129900        MOVE 8 TO RETURN-CODE                                     zbnkfiuf
130000        GOBACK                                                    zbnkfiuf
130100     END-IF.                                                      zbnkfiuf
130200 RUN-CONTROL-START-EXIT.                                          zbnkfiuf
130300     EXIT.                                                        zbnkfiuf
130400                                                                  zbnkfiuf
130500 RUN-CONTROL-END.                                                 zbnkfiuf
130600     SET RUNCTL-END TO TRUE.                                      zbnkfiuf
130700     MOVE RETURN-CODE TO RUNCTL-RETURN-CODE.                      zbnkfiuf
130800     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkfiuf
130900                                                                  zbnkfiuf
131000******************************************************************zbnkfiuf
131100* Display the file status bytes                                  *zbnkfiuf
131200******************************************************************zbnkfiuf
131300 DISPLAY-IO-STATUS.                                               zbnkfiuf
131400     IF WS-IO-STATUS NUMERIC                                      zbnkfiuf
131500        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkfiuf
131600        STRING 'File status -' DELIMITED BY SIZE                  zbnkfiuf
131700               WS-IO-STATUS DELIMITED BY SIZE                     zbnkfiuf
131800          INTO WS-CONSOLE-MESSAGE                                 zbnkfiuf
131900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfiuf
132000     ELSE                                                         zbnkfiuf
132100        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     zbnkfiuf
132200        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    zbnkfiuf
132300        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkfiuf
132400        STRING 'File status -' DELIMITED BY SIZE                  zbnkfiuf
132500               WS-IO-STAT1 DELIMITED BY SIZE                      zbnkfiuf
132600               '/' DELIMITED BY SIZE                              zbnkfiuf
132700               WS-TWO-BYTES DELIMITED BY SIZE                     zbnkfiuf
132800          INTO WS-CONSOLE-MESSAGE                                 zbnkfiuf
132900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfiuf
133000     END-IF.                                                      zbnkfiuf
133100                                                                  zbnkfiuf
133200******************************************************************zbnkfiuf
133300* 'ABORT' the program. Post a message and issue a goback         *zbnkfiuf
133400******************************************************************zbnkfiuf
133500 ABORT-PROGRAM.                                                   zbnkfiuf
133600     IF WS-CONSOLE-MESSAGE NOT = SPACES                           zbnkfiuf
133700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfiuf
133800     END-IF.                                                      zbnkfiuf
133900     MOVE 'Program is abending...' TO WS-CONSOLE-MESSAGE.         zbnkfiuf
134000     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkfiuf
134100     MOVE 16 TO RETURN-CODE.                                      zbnkfiuf
134200     GOBACK.                                                      zbnkfiuf
134300                                                                  zbnkfiuf
134400******************************************************************zbnkfiuf
134500* Display CONSOLE messages...                                    *zbnkfiuf
134600******************************************************************zbnkfiuf
134700 DISPLAY-CONSOLE-MESSAGE.                                         zbnkfiuf
134800     DISPLAY 'ZBNKFIUF - ' WS-CONSOLE-MESSAGE                     zbnkfiuf
134900       UPON CONSOLE.                                              zbnkfiuf
135000     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       zbnkfiuf
135100                                                                  zbnkfiuf
135200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     zbnkfiuf
