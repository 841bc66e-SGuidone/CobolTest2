000100******************************************************************zbnkchmi
000200*                                                                *zbnkchmi
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.    *zbnkchmi
000400*   This demonstration program is provided for use by users      *zbnkchmi
000500*   of Micro Focus products and may be used, modified and        *zbnkchmi
000600*   distributed as part of your application provided that        *zbnkchmi
000700*   you properly acknowledge the copyright of Micro Focus        *zbnkchmi
000800*   in this material.                                            *zbnkchmi
000900*                                                                *zbnkchmi
001000******************************************************************zbnkchmi
001100                                                                  zbnkchmi
001200******************************************************************zbnkchmi
001300* ZBNKCHMI.CBL                                                   *zbnkchmi
001400* Function:    Monthly channel activity report. Reads the month's*zbnkchmi
001500*              postings from the BNKTXD daily posting journal and*zbnkchmi
001600*              reports, for each channel the posting came in     *zbnkchmi
001700*              through (BTX-REC-CHANNEL), the number of postings,*zbnkchmi
001800*              their value and the distinct customers who used   *zbnkchmi
001900*              it, then the same counts and values channel by    *zbnkchmi
002000*              channel within each branch and each account type. *zbnkchmi
002100*              Every line shows the movement against the month   *zbnkchmi
002200*              before and the same month a year earlier, taken   *zbnkchmi
002300*              from the BNKCHMH history the run files its own    *zbnkchmi
002400*              figures on. The month reported is the one before  *zbnkchmi
002500*              the business date's, so the job runs early in the *zbnkchmi
002600*              new month. Value is the sum of the postings'      *zbnkchmi
002700*              amounts regardless of sign; reversal entries are  *zbnkchmi
002800*              left out of the figures and counted separately.   *zbnkchmi
002900******************************************************************zbnkchmi
003000 IDENTIFICATION DIVISION.                                         zbnkchmi
003100 PROGRAM-ID.                                                      zbnkchmi
003200     ZBNKCHMI.                                                    zbnkchmi
003300 DATE-WRITTEN.                                                    zbnkchmi
003400     October 2026.                                                zbnkchmi
003500 DATE-COMPILED.                                                   zbnkchmi
003600     Today.                                                       zbnkchmi
003700                                                                  zbnkchmi
003800 ENVIRONMENT DIVISION.                                            zbnkchmi
003900 INPUT-OUTPUT   SECTION.                                          zbnkchmi
004000   FILE-CONTROL.                                                  zbnkchmi
004100     SELECT TXN-FILE                                              zbnkchmi
004200            ASSIGN       TO BNKTXD                                zbnkchmi
004300            ORGANIZATION IS INDEXED                               zbnkchmi
004400            ACCESS MODE  IS SEQUENTIAL                            zbnkchmi
004500            RECORD KEY   IS TD-REC-KEY                            zbnkchmi
004600            FILE STATUS  IS WS-TXN-STATUS.                        zbnkchmi
004700     SELECT ACCOUNT-FILE                                          zbnkchmi
004800            ASSIGN       TO BNKACCT                               zbnkchmi
004900            ORGANIZATION IS INDEXED                               zbnkchmi
005000            ACCESS MODE  IS RANDOM                                zbnkchmi
005100            RECORD KEY   IS BAC-REC-ACCNO                         zbnkchmi
005200            FILE STATUS  IS WS-ACCOUNT-STATUS.                    zbnkchmi
005300     SELECT ATYPE-FILE                                            zbnkchmi
005400            ASSIGN       TO BNKATYPE                              zbnkchmi
005500            ORGANIZATION IS INDEXED                               zbnkchmi
005600            ACCESS MODE  IS RANDOM                                zbnkchmi
005700            RECORD KEY   IS BAT-REC-TYPE                          zbnkchmi
005800            FILE STATUS  IS WS-ATYPE-STATUS.                      zbnkchmi
005900     SELECT CHMH-FILE                                             zbnkchmi
006000            ASSIGN       TO BNKCHMH                               zbnkchmi
006100            ORGANIZATION IS INDEXED                               zbnkchmi
006200            ACCESS MODE  IS DYNAMIC                               zbnkchmi
006300            RECORD KEY   IS CH-REC-KEY                            zbnkchmi
006400            FILE STATUS  IS WS-CHMH-STATUS.                       zbnkchmi
006500     SELECT PRINTOUT-FILE                                         zbnkchmi
006600            ASSIGN       TO PRINTOUT                              zbnkchmi
006700            ORGANIZATION IS SEQUENTIAL                            zbnkchmi
006800            ACCESS MODE  IS SEQUENTIAL                            zbnkchmi
006900            FILE STATUS  IS WS-PRINTOUT-STATUS.                   zbnkchmi
007000     SELECT JOBSUM-FILE                                           zbnkchmi
007100            ASSIGN       TO JOBSUM                                zbnkchmi
007200            ORGANIZATION IS SEQUENTIAL                            zbnkchmi
007300            ACCESS MODE  IS SEQUENTIAL                            zbnkchmi
007400            FILE STATUS  IS WS-JOBSUM-STATUS.                     zbnkchmi
007500                                                                  zbnkchmi
007600 DATA DIVISION.                                                   zbnkchmi
007700 FILE SECTION.                                                    zbnkchmi
007800                                                                  zbnkchmi
007900 FD  TXN-FILE.                                                    zbnkchmi
008000 01  TXN-FILE-REC.                                                zbnkchmi
008100 COPY CBANKVTD.                                                   zbnkchmi
008200                                                                  zbnkchmi
008300 FD  ACCOUNT-FILE.                                                zbnkchmi
008400 01  ACCOUNT-FILE-REC.                                            zbnkchmi
008500 COPY CBANKVAC.                                                   zbnkchmi
008600                                                                  zbnkchmi
008700 FD  ATYPE-FILE.                                                  zbnkchmi
008800 01  ATYPE-FILE-REC.                                              zbnkchmi
008900 COPY CBANKVAT.                                                   zbnkchmi
009000                                                                  zbnkchmi
009100 FD  CHMH-FILE.                                                   zbnkchmi
009200 01  CHMH-FILE-REC.                                               zbnkchmi
009300 COPY CBANKVCH.                                                   zbnkchmi
009400                                                                  zbnkchmi
009500 FD  PRINTOUT-FILE.                                               zbnkchmi
009600 01  PRINTOUT-REC                      PIC X(121).                zbnkchmi
009700                                                                  zbnkchmi
009800 FD  JOBSUM-FILE.                                                 zbnkchmi
009900 01  JOBSUM-REC                        PIC X(80).                 zbnkchmi
010000                                                                  zbnkchmi
010100 WORKING-STORAGE SECTION.                                         zbnkchmi
010200 01  WS-RUN-CONTROL.                                              zbnkchmi
010300 COPY CRUNCTLD.                                                   zbnkchmi
010400 01  WS-FILE-STATUSES.                                            zbnkchmi
010500   05  WS-TXN-STATUS.                                             zbnkchmi
010600     10  WS-TXN-STAT1                  PIC X(1).                  zbnkchmi
010700     10  WS-TXN-STAT2                  PIC X(1).                  zbnkchmi
010800   05  WS-ACCOUNT-STATUS.                                         zbnkchmi
010900     10  WS-ACCOUNT-STAT1              PIC X(1).                  zbnkchmi
011000     10  WS-ACCOUNT-STAT2              PIC X(1).                  zbnkchmi
011100   05  WS-ATYPE-STATUS.                                           zbnkchmi
011200     10  WS-ATYPE-STAT1                PIC X(1).                  zbnkchmi
011300     10  WS-ATYPE-STAT2                PIC X(1).                  zbnkchmi
011400   05  WS-CHMH-STATUS.                                            zbnkchmi
011500     10  WS-CHMH-STAT1                 PIC X(1).                  zbnkchmi
011600     10  WS-CHMH-STAT2                 PIC X(1).                  zbnkchmi
011700   05  WS-PRINTOUT-STATUS.                                        zbnkchmi
011800     10  WS-PRINTOUT-STAT1             PIC X(1).                  zbnkchmi
011900     10  WS-PRINTOUT-STAT2             PIC X(1).                  zbnkchmi
012000   05  WS-JOBSUM-STATUS.                                          zbnkchmi
012100     10  WS-JOBSUM-STAT1               PIC X(1).                  zbnkchmi
012200     10  WS-JOBSUM-STAT2               PIC X(1).                  zbnkchmi
012300   05  WS-IO-STATUS.                                              zbnkchmi
012400     10  WS-IO-STAT1                   PIC X(1).                  zbnkchmi
012500     10  WS-IO-STAT2                   PIC X(1).                  zbnkchmi
012600                                                                  zbnkchmi
012700   05  WS-TWO-BYTES.                                              zbnkchmi
012800     10  WS-TWO-BYTES-LEFT             PIC X(1).                  zbnkchmi
012900     10  WS-TWO-BYTES-RIGHT            PIC X(1).                  zbnkchmi
013000   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 zbnkchmi
013100                                      PIC 9(1) COMP.              zbnkchmi
013200                                                                  zbnkchmi
013300 01  WS-CONSOLE-MESSAGE                    PIC X(48).             zbnkchmi
013400                                                                  zbnkchmi
013500 01  WS-DATE-WORK-AREA.                                           zbnkchmi
013600 COPY CDATED.                                                     zbnkchmi
013700                                                                  zbnkchmi
013800 01  WS-BNKTXN-REC.                                               zbnkchmi
013900 COPY CBANKVTX.                                                   zbnkchmi
014000                                                                  zbnkchmi
014100 01  WS-BUSDATE                            PIC 9(8).              zbnkchmi
014200 01  WS-BUSDATE-PARTS REDEFINES WS-BUSDATE.                       zbnkchmi
014300     05  WS-BUSDATE-CCYY                   PIC 9(4).              zbnkchmi
014400     05  WS-BUSDATE-MM                     PIC 9(2).              zbnkchmi
014500     05  WS-BUSDATE-DD                     PIC 9(2).              zbnkchmi
014600 01  WS-DATE-WORK                          PIC 9(8).              zbnkchmi
014700 01  WS-DATE-WORK-PARTS REDEFINES WS-DATE-WORK.                   zbnkchmi
014800     05  WS-DATE-WORK-CCYY                 PIC 9(4).              zbnkchmi
014900     05  WS-DATE-WORK-MM                   PIC 9(2).              zbnkchmi
015000     05  WS-DATE-WORK-DD                   PIC 9(2).              zbnkchmi
015100 01  WS-DATE-WORK-DISPLAY                  PIC X(11).             zbnkchmi
015200                                                                  zbnkchmi
015300******************************************************************zbnkchmi
015400* The month reported, the month before it and the same month a   *zbnkchmi
015500* year earlier, as CCYYMM                                        *zbnkchmi
015600******************************************************************zbnkchmi
015700 01  WS-REPORT-MONTH                       PIC 9(6).              zbnkchmi
015800 01  WS-REPORT-MONTH-PARTS REDEFINES WS-REPORT-MONTH.             zbnkchmi
015900     05  WS-REPORT-CCYY                    PIC 9(4).              zbnkchmi
016000     05  WS-REPORT-MM                      PIC 9(2).              zbnkchmi
016100 01  WS-PRIOR-MONTH                        PIC 9(6).              zbnkchmi
016200 01  WS-PRIOR-MONTH-PARTS REDEFINES WS-PRIOR-MONTH.               zbnkchmi
016300     05  WS-PRIOR-CCYY                     PIC 9(4).              zbnkchmi
016400     05  WS-PRIOR-MM                       PIC 9(2).              zbnkchmi
016500 01  WS-YEAR-AGO-MONTH                     PIC 9(6).              zbnkchmi
016600 01  WS-YEAR-AGO-MONTH-PARTS REDEFINES WS-YEAR-AGO-MONTH.         zbnkchmi
016700     05  WS-YEAR-AGO-CCYY                  PIC 9(4).              zbnkchmi
016800     05  WS-YEAR-AGO-MM                    PIC 9(2).              zbnkchmi
016900 01  WS-MONTH-START                        PIC 9(8).              zbnkchmi
017000 01  WS-MONTH-DISPLAY                      PIC X(8).              zbnkchmi
017100 01  WS-POST-DTE                           PIC 9(8).              zbnkchmi
017200 01  WS-POST-DTE-PARTS REDEFINES WS-POST-DTE.                     zbnkchmi
017300     05  WS-POST-MONTH                     PIC 9(6).              zbnkchmi
017400     05  WS-POST-DD                        PIC 9(2).              zbnkchmi
017500                                                                  zbnkchmi
017600 01  WS-END-OF-TXN                         PIC X(3).              zbnkchmi
017700 01  WS-CHN-SUB                            PIC S9(4) COMP.        zbnkchmi
017800 01  WS-BR-SUB                             PIC S9(4) COMP.        zbnkchmi
017900 01  WS-BR-MOVE-SUB                        PIC S9(4) COMP.        zbnkchmi
018000 01  WS-TY-SUB                             PIC S9(4) COMP.        zbnkchmi
018100 01  WS-TY-MOVE-SUB                        PIC S9(4) COMP.        zbnkchmi
018200 01  WS-PID-SUB                            PIC S9(8) COMP.        zbnkchmi
018300 01  WS-POST-VALUE                         PIC S9(7)V99 COMP-3.   zbnkchmi
018400                                                                  zbnkchmi
018500******************************************************************zbnkchmi
018600* The account behind the posting - the last one is kept, as a    *zbnkchmi
018700* month's postings come in account order within each day         *zbnkchmi
018800******************************************************************zbnkchmi
018900 01  WS-LAST-ACCNO                         PIC X(9) VALUE SPACES. zbnkchmi
019000 01  WS-ITEM-BRANCH                        PIC X(3).              zbnkchmi
019100 01  WS-ITEM-TYPE                          PIC X(1).              zbnkchmi
019200 01  WS-ITEM-PID                           PIC X(5).              zbnkchmi
019300 01  WS-ITEM-PID-N REDEFINES WS-ITEM-PID   PIC 9(5).              zbnkchmi
019400                                                                  zbnkchmi
019500******************************************************************zbnkchmi
019600* The channels reported, in report order. A code the table does  *zbnkchmi
019700* not know is counted against the last entry.                    *zbnkchmi
019800******************************************************************zbnkchmi
019900 01  WS-CHANNEL-VALUES.                                           zbnkchmi
020000     05  FILLER                            PIC X(21)              zbnkchmi
020100           VALUE 'TTeller counter'.                               zbnkchmi
020200     05  FILLER                            PIC X(21)              zbnkchmi
020300           VALUE 'AATM'.                                          zbnkchmi
020400     05  FILLER                            PIC X(21)              zbnkchmi
020500           VALUE 'PCard POS'.                                     zbnkchmi
020600     05  FILLER                            PIC X(21)              zbnkchmi
020700           VALUE 'OOnline screens'.                               zbnkchmi
020800     05  FILLER                            PIC X(21)              zbnkchmi
020900           VALUE 'GAPI gateway'.                                  zbnkchmi
021000     05  FILLER                            PIC X(21)              zbnkchmi
021100           VALUE 'SStanding orders'.                              zbnkchmi
021200     05  FILLER                            PIC X(21)              zbnkchmi
021300           VALUE 'BBulk payments'.                                zbnkchmi
021400     05  FILLER                            PIC X(21)              zbnkchmi
021500           VALUE 'CCheque clearing'.                              zbnkchmi
021600     05  FILLER                            PIC X(21)              zbnkchmi
021700           VALUE 'XExternal transfers'.                           zbnkchmi
021800     05  FILLER                            PIC X(21)              zbnkchmi
021900           VALUE 'IInbound network'.                              zbnkchmi
022000     05  FILLER                            PIC X(21)              zbnkchmi
022100           VALUE 'NBank-initiated'.                               zbnkchmi
022200     05  FILLER                            PIC X(21)              zbnkchmi
022300           VALUE ' Not stamped'.                                  zbnkchmi
022400     05  FILLER                            PIC X(21)              zbnkchmi
022500           VALUE '?Unrecognised code'.                            zbnkchmi
022600 01  WS-CHANNEL-TABLE REDEFINES WS-CHANNEL-VALUES.                zbnkchmi
022700     05  WS-CHN-DEF OCCURS 13 TIMES.                              zbnkchmi
022800         10  WS-CHN-CODE                   PIC X(1).              zbnkchmi
022900         10  WS-CHN-DESC                   PIC X(20).             zbnkchmi
023000 01  WS-CHANNEL-COUNT                  PIC S9(4) COMP VALUE 13.   zbnkchmi
023100                                                                  zbnkchmi
023200******************************************************************zbnkchmi
023300* Bank-wide figures per channel                                  *zbnkchmi
023400******************************************************************zbnkchmi
023500 01  WS-CHANNEL-TOTALS.                                           zbnkchmi
023600     05  WS-CT-ENTRY OCCURS 13 TIMES.                             zbnkchmi
023700         10  WS-CT-COUNT                   PIC 9(9) COMP-3.       zbnkchmi
023800         10  WS-CT-VALUE                   PIC S9(13)V99 COMP-3.  zbnkchmi
023900         10  WS-CT-CUSTOMERS               PIC 9(7) COMP-3.       zbnkchmi
024000 01  WS-ALL-COUNT                      PIC 9(9) COMP-3 VALUE 0.   zbnkchmi
024100 01  WS-ALL-VALUE                      PIC S9(13)V99 COMP-3       zbnkchmi
024200                                           VALUE 0.               zbnkchmi
024300 01  WS-ALL-CUSTOMERS                  PIC 9(7) COMP-3 VALUE 0.   zbnkchmi
024400                                                                  zbnkchmi
024500******************************************************************zbnkchmi
024600* Figures per branch and channel, kept in branch order. Branches *zbnkchmi
024700* beyond the table are counted together under '***'.             *zbnkchmi
024800******************************************************************zbnkchmi
024900 01  WS-BRANCH-COUNT                   PIC S9(4) COMP VALUE 0.    zbnkchmi
025000 01  WS-BRANCH-MAX                     PIC S9(4) COMP VALUE 200.  zbnkchmi
025100 01  WS-BRANCH-TABLE.                                             zbnkchmi
025200     05  WS-BR-ENTRY OCCURS 200 TIMES.                            zbnkchmi
025300         10  WS-BR-CODE                    PIC X(3).              zbnkchmi
025400         10  WS-BR-CELL OCCURS 13 TIMES.                          zbnkchmi
025500             15  WS-BR-COUNT               PIC 9(9) COMP-3.       zbnkchmi
025600             15  WS-BR-VALUE               PIC S9(13)V99 COMP-3.  zbnkchmi
025700                                                                  zbnkchmi
025800******************************************************************zbnkchmi
025900* Figures per account type and channel, kept in type order       *zbnkchmi
026000******************************************************************zbnkchmi
026100 01  WS-TYPE-COUNT                     PIC S9(4) COMP VALUE 0.    zbnkchmi
026200 01  WS-TYPE-MAX                       PIC S9(4) COMP VALUE 60.   zbnkchmi
026300 01  WS-TYPE-TABLE.                                               zbnkchmi
026400     05  WS-TY-ENTRY OCCURS 60 TIMES.                             zbnkchmi
026500         10  WS-TY-CODE                    PIC X(1).              zbnkchmi
026600         10  WS-TY-CELL OCCURS 13 TIMES.                          zbnkchmi
026700             15  WS-TY-COUNT               PIC 9(9) COMP-3.       zbnkchmi
026800             15  WS-TY-VALUE               PIC S9(13)V99 COMP-3.  zbnkchmi
026900                                                                  zbnkchmi
027000******************************************************************zbnkchmi
027100* The channels each customer used this month, indexed by the     *zbnkchmi
027200* numeric Person-ID, so each customer counts once per channel    *zbnkchmi
027300* and once overall                                               *zbnkchmi
027400******************************************************************zbnkchmi
027500 01  WS-CUSTOMER-SEEN.                                            zbnkchmi
027600     05  WS-CS-ENTRY OCCURS 99999 TIMES.                          zbnkchmi
027700         10  WS-CS-ANY                     PIC X(1).              zbnkchmi
027800         10  WS-CS-CHANNEL                 PIC X(1)               zbnkchmi
027900                                           OCCURS 13 TIMES.       zbnkchmi
028000                                                                  zbnkchmi
028100******************************************************************zbnkchmi
028200* The line being reported, with the comparison figures read back *zbnkchmi
028300* from BNKCHMH                                                   *zbnkchmi
028400******************************************************************zbnkchmi
028500 01  WS-CMP-DIMENSION                      PIC X(1).              zbnkchmi
028600 01  WS-CMP-GROUP                          PIC X(3).              zbnkchmi
028700 01  WS-CMP-CHANNEL                        PIC X(1).              zbnkchmi
028800 01  WS-CMP-LABEL                          PIC X(22).             zbnkchmi
028900 01  WS-CMP-COUNT                          PIC 9(9) COMP-3.       zbnkchmi
029000 01  WS-CMP-VALUE                          PIC S9(13)V99 COMP-3.  zbnkchmi
029100 01  WS-CMP-CUSTOMERS                      PIC 9(7) COMP-3.       zbnkchmi
029200 01  WS-PM-COUNT                           PIC 9(9) COMP-3.       zbnkchmi
029300 01  WS-PM-VALUE                           PIC S9(13)V99 COMP-3.  zbnkchmi
029400 01  WS-LY-COUNT                           PIC 9(9) COMP-3.       zbnkchmi
029500 01  WS-LY-VALUE                           PIC S9(13)V99 COMP-3.  zbnkchmi
029600 01  WS-PCT-CURR                           PIC S9(13)V99 COMP-3.  zbnkchmi
029700 01  WS-PCT-PRIOR                          PIC S9(13)V99 COMP-3.  zbnkchmi
029800 01  WS-PCT                                PIC S9(4)V9 COMP-3.    zbnkchmi
029900 01  WS-PCT-D                              PIC ----9.9.           zbnkchmi
030000 01  WS-PCT-TEXT                           PIC X(7).              zbnkchmi
030100 01  WS-GROUP-COUNT                        PIC 9(9) COMP-3.       zbnkchmi
030200 01  WS-GROUP-VALUE                        PIC S9(13)V99 COMP-3.  zbnkchmi
030300                                                                  zbnkchmi
030400******************************************************************zbnkchmi
030500* Run counts for the job summary                                 *zbnkchmi
030600******************************************************************zbnkchmi
030700 01  WS-POSTINGS-READ                  PIC 9(9) COMP-3 VALUE 0.   zbnkchmi
030800 01  WS-REVERSALS-SKIPPED              PIC 9(9) COMP-3 VALUE 0.   zbnkchmi
030900 01  WS-NO-ACCOUNT                     PIC 9(9) COMP-3 VALUE 0.   zbnkchmi
031000 01  WS-NO-CUSTOMER                    PIC 9(9) COMP-3 VALUE 0.   zbnkchmi
031100 01  WS-HISTORY-FILED                  PIC 9(7) COMP-3 VALUE 0.   zbnkchmi
031200 01  WS-LINES-PRINTED                  PIC 9(7) VALUE ZERO.       zbnkchmi
031300                                                                  zbnkchmi
031400 01  WS-REPORT-LINE                        PIC X(121).            zbnkchmi
031500 01  WS-MI-LINE.                                                  zbnkchmi
031600     05  WS-ML-LABEL                       PIC X(22).             zbnkchmi
031700     05  FILLER                            PIC X(1) VALUE SPACES. zbnkchmi
031800     05  WS-ML-COUNT                       PIC ZZZ,ZZZ,ZZ9.       zbnkchmi
031900     05  FILLER                            PIC X(1) VALUE SPACES. zbnkchmi
032000     05  WS-ML-VALUE                       PIC ZZ,ZZZ,ZZZ,ZZ9.99. zbnkchmi
032100     05  FILLER                            PIC X(1) VALUE SPACES. zbnkchmi
032200     05  WS-ML-CUSTOMERS                   PIC X(7).              zbnkchmi
032300     05  FILLER                            PIC X(2) VALUE SPACES. zbnkchmi
032400     05  WS-ML-MOM-COUNT                   PIC X(7).              zbnkchmi
032500     05  FILLER                            PIC X(1) VALUE SPACES. zbnkchmi
032600     05  WS-ML-MOM-VALUE                   PIC X(7).              zbnkchmi
032700     05  FILLER                            PIC X(2) VALUE SPACES. zbnkchmi
032800     05  WS-ML-YOY-COUNT                   PIC X(7).              zbnkchmi
032900     05  FILLER                            PIC X(1) VALUE SPACES. zbnkchmi
033000     05  WS-ML-YOY-VALUE                   PIC X(7).              zbnkchmi
033100     05  FILLER                            PIC X(2) VALUE SPACES. zbnkchmi
033200     05  WS-ML-PM-COUNT                    PIC ZZZ,ZZZ,ZZ9.       zbnkchmi
033300     05  FILLER                            PIC X(1) VALUE SPACES. zbnkchmi
033400     05  WS-ML-LY-COUNT                    PIC ZZZ,ZZZ,ZZ9.       zbnkchmi
033500 01  WS-CUSTOMERS-D                        PIC ZZZ,ZZ9.           zbnkchmi
033600 01  WS-COUNT-D                            PIC ZZZ,ZZZ,ZZ9.       zbnkchmi
033700                                                                  zbnkchmi
033800 PROCEDURE DIVISION.                                              zbnkchmi
033900                                                                  zbnkchmi
034000     PERFORM RUN-CONTROL-START                                    zbnkchmi
034100         THRU RUN-CONTROL-START-EXIT.                             zbnkchmi
034200     PERFORM GET-REPORT-MONTH.                                    zbnkchmi
034300                                                                  zbnkchmi
034400     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           zbnkchmi
034500     STRING 'Channel activity for ' DELIMITED BY SIZE             zbnkchmi
034600            WS-MONTH-DISPLAY DELIMITED BY SIZE                    zbnkchmi
034700       INTO WS-CONSOLE-MESSAGE.                                   zbnkchmi
034800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkchmi
034900                                                                  zbnkchmi
035000     INITIALIZE WS-CHANNEL-TOTALS.                                zbnkchmi
035100     MOVE SPACES TO WS-CUSTOMER-SEEN.                             zbnkchmi
035200     PERFORM TXN-OPEN.                                            zbnkchmi
035300     PERFORM ACCOUNT-OPEN.                                        zbnkchmi
035400     PERFORM TXN-START-MONTH.                                     zbnkchmi
035500     PERFORM TXN-GET                                              zbnkchmi
035550         THRU TXN-GET-EXIT.                                       zbnkchmi
035600     PERFORM COUNT-POSTING                                        zbnkchmi
035700         THRU COUNT-POSTING-EXIT                                  zbnkchmi
035800         UNTIL WS-END-OF-TXN = 'YES'.                             zbnkchmi
035900     PERFORM ACCOUNT-CLOSE.                                       zbnkchmi
036000     PERFORM TXN-CLOSE.                                           zbnkchmi
036100                                                                  zbnkchmi
036200     PERFORM CHMH-OPEN.                                           zbnkchmi
036300     PERFORM ATYPE-OPEN.                                          zbnkchmi
036400     PERFORM PRINTOUT-OPEN.                                       zbnkchmi
036500     PERFORM WRITE-CHANNEL-SECTION.                               zbnkchmi
036600     PERFORM WRITE-BRANCH-SECTION                                 zbnkchmi
036700         VARYING WS-BR-SUB FROM 1 BY 1                            zbnkchmi
036800         UNTIL WS-BR-SUB IS GREATER THAN WS-BRANCH-COUNT.         zbnkchmi
036900     PERFORM WRITE-TYPE-SECTION                                   zbnkchmi
037000         VARYING WS-TY-SUB FROM 1 BY 1                            zbnkchmi
037100         UNTIL WS-TY-SUB IS GREATER THAN WS-TYPE-COUNT.           zbnkchmi
037200     PERFORM PRINTOUT-CLOSE.                                      zbnkchmi
037300     PERFORM ATYPE-CLOSE.                                         zbnkchmi
037400     PERFORM CHMH-CLOSE.                                          zbnkchmi
037500                                                                  zbnkchmi
037600     PERFORM PRINT-JOB-SUMMARY.                                   zbnkchmi
037700                                                                  zbnkchmi
037800     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     zbnkchmi
037900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkchmi
038000     MOVE 0 TO RETURN-CODE.                                       zbnkchmi
038100     PERFORM RUN-CONTROL-END.                                     zbnkchmi
038200     GOBACK.                                                      zbnkchmi
038300                                                                  zbnkchmi
038400******************************************************************zbnkchmi
038500* GET-REPORT-MONTH                                               *zbnkchmi
038600* The month before the business date's is reported, compared with*zbnkchmi
038700* the month before that and with the same month a year earlier   *zbnkchmi
038800******************************************************************zbnkchmi
038900 GET-REPORT-MONTH.                                                zbnkchmi
039000     MOVE RUNCTL-BUSDATE TO WS-BUSDATE.                           zbnkchmi
039100     MOVE WS-BUSDATE-CCYY TO WS-REPORT-CCYY.                      zbnkchmi
039200     MOVE WS-BUSDATE-MM TO WS-REPORT-MM.                          zbnkchmi
039300     IF WS-REPORT-MM IS EQUAL TO 1                                zbnkchmi
039400        SUBTRACT 1 FROM WS-REPORT-CCYY                            zbnkchmi
039500        MOVE 12 TO WS-REPORT-MM                                   zbnkchmi
039600     ELSE                                                         zbnkchmi
039700        SUBTRACT 1 FROM WS-REPORT-MM                              zbnkchmi
039800     END-IF.                                                      zbnkchmi
039900     MOVE WS-REPORT-MONTH TO WS-PRIOR-MONTH.                      zbnkchmi
040000     IF WS-PRIOR-MM IS EQUAL TO 1                                 zbnkchmi
040100        SUBTRACT 1 FROM WS-PRIOR-CCYY                             zbnkchmi
040200        MOVE 12 TO WS-PRIOR-MM                                    zbnkchmi
040300     ELSE                                                         zbnkchmi
040400        SUBTRACT 1 FROM WS-PRIOR-MM                               zbnkchmi
040500     END-IF.                                                      zbnkchmi
040600     MOVE WS-REPORT-MONTH TO WS-YEAR-AGO-MONTH.                   zbnkchmi
040700     SUBTRACT 1 FROM WS-YEAR-AGO-CCYY.                            zbnkchmi
040800     MOVE WS-REPORT-CCYY TO WS-DATE-WORK-CCYY.                    zbnkchmi
040900     MOVE WS-REPORT-MM TO WS-DATE-WORK-MM.                        zbnkchmi
041000     MOVE 1 TO WS-DATE-WORK-DD.                                   zbnkchmi
041100     MOVE WS-DATE-WORK TO WS-MONTH-START.                         zbnkchmi
041200     PERFORM FORMAT-DATE-WORK.                                    zbnkchmi
041300     MOVE WS-DATE-WORK-DISPLAY (4:8) TO WS-MONTH-DISPLAY.         zbnkchmi
041400                                                                  zbnkchmi
041500 FORMAT-DATE-WORK.                                                zbnkchmi
041600     MOVE SPACES TO DD-INPUT-TYPE.                                zbnkchmi
041700     SET DDI-ISO TO TRUE.                                         zbnkchmi
041800     MOVE SPACES TO DDI-DATA.                                     zbnkchmi
041900     STRING WS-DATE-WORK-CCYY DELIMITED BY SIZE                   zbnkchmi
042000            '-'               DELIMITED BY SIZE                   zbnkchmi
042100            WS-DATE-WORK-MM   DELIMITED BY SIZE                   zbnkchmi
042200            '-'               DELIMITED BY SIZE                   zbnkchmi
042300            WS-DATE-WORK-DD   DELIMITED BY SIZE                   zbnkchmi
042400       INTO DDI-DATA.                                             zbnkchmi
042500     MOVE SPACES TO DD-OUTPUT-TYPE.                               zbnkchmi
042600     SET DDO-DD-MMM-YYYY TO TRUE.                                 zbnkchmi
042700     SET DD-ENV-NULL TO TRUE.                                     zbnkchmi
042800     CALL 'UDATECNV' USING WS-DATE-WORK-AREA.                     zbnkchmi
042900     MOVE DDO-DATA TO WS-DATE-WORK-DISPLAY.                       zbnkchmi
043000                                                                  zbnkchmi
043100******************************************************************zbnkchmi
043200* COUNT-POSTING                                                  *zbnkchmi
043300* One posting of the month into the channel, branch, account type*zbnkchmi
043400* and customer figures. Reversal entries are left out - the      *zbnkchmi
043500* posting they reverse has already been counted.                 *zbnkchmi
043600******************************************************************zbnkchmi
043700 COUNT-POSTING.                                                   zbnkchmi
043800     ADD 1 TO WS-POSTINGS-READ.                                   zbnkchmi
043900     IF BTX-REC-IS-REVERSAL                                       zbnkchmi
044000        ADD 1 TO WS-REVERSALS-SKIPPED                             zbnkchmi
044100        GO TO COUNT-POSTING-NEXT                                  zbnkchmi
044200     END-IF.                                                      zbnkchmi
044300     MOVE 1 TO WS-CHN-SUB.                                        zbnkchmi
044400     PERFORM STEP-CHANNEL-ENTRY                                   zbnkchmi
044500         UNTIL WS-CHN-SUB IS NOT LESS THAN WS-CHANNEL-COUNT OR    zbnkchmi
044600               WS-CHN-CODE (WS-CHN-SUB) = BTX-REC-CHANNEL.        zbnkchmi
044700     IF BTX-REC-AMOUNT IS LESS THAN ZERO                          zbnkchmi
044800        COMPUTE WS-POST-VALUE = ZERO - BTX-REC-AMOUNT             zbnkchmi
044900     ELSE                                                         zbnkchmi
045000        MOVE BTX-REC-AMOUNT TO WS-POST-VALUE                      zbnkchmi
045100     END-IF.                                                      zbnkchmi
045200     PERFORM LOOKUP-ACCOUNT                                       zbnkchmi
045250         THRU LOOKUP-ACCOUNT-EXIT.                                zbnkchmi
045300                                                                  zbnkchmi
045400     ADD 1 TO WS-CT-COUNT (WS-CHN-SUB).                           zbnkchmi
045500     ADD WS-POST-VALUE TO WS-CT-VALUE (WS-CHN-SUB).               zbnkchmi
045600     ADD 1 TO WS-ALL-COUNT.                                       zbnkchmi
045700     ADD WS-POST-VALUE TO WS-ALL-VALUE.                           zbnkchmi
045800                                                                  zbnkchmi
045900     PERFORM FIND-BRANCH-ENTRY                                    zbnkchmi
046000         THRU FIND-BRANCH-ENTRY-EXIT.                             zbnkchmi
046100     ADD 1 TO WS-BR-COUNT (WS-BR-SUB, WS-CHN-SUB).                zbnkchmi
046200     ADD WS-POST-VALUE TO WS-BR-VALUE (WS-BR-SUB, WS-CHN-SUB).    zbnkchmi
046300                                                                  zbnkchmi
046400     PERFORM FIND-TYPE-ENTRY                                      zbnkchmi
046500         THRU FIND-TYPE-ENTRY-EXIT.                               zbnkchmi
046600     ADD 1 TO WS-TY-COUNT (WS-TY-SUB, WS-CHN-SUB).                zbnkchmi
046700     ADD WS-POST-VALUE TO WS-TY-VALUE (WS-TY-SUB, WS-CHN-SUB).    zbnkchmi
046800                                                                  zbnkchmi
046900     IF WS-ITEM-PID IS NOT NUMERIC OR                             zbnkchmi
047000        WS-ITEM-PID-N IS EQUAL TO ZERO                            zbnkchmi
047100        ADD 1 TO WS-NO-CUSTOMER                                   zbnkchmi
047200        GO TO COUNT-POSTING-NEXT                                  zbnkchmi
047300     END-IF.                                                      zbnkchmi
047400     MOVE WS-ITEM-PID-N TO WS-PID-SUB.                            zbnkchmi
047500     IF WS-CS-CHANNEL (WS-PID-SUB, WS-CHN-SUB) = SPACE            zbnkchmi
047600        MOVE 'Y' TO WS-CS-CHANNEL (WS-PID-SUB, WS-CHN-SUB)        zbnkchmi
047700        ADD 1 TO WS-CT-CUSTOMERS (WS-CHN-SUB)                     zbnkchmi
047800     END-IF.                                                      zbnkchmi
047900     IF WS-CS-ANY (WS-PID-SUB) = SPACE                            zbnkchmi
048000        MOVE 'Y' TO WS-CS-ANY (WS-PID-SUB)                        zbnkchmi
048100        ADD 1 TO WS-ALL-CUSTOMERS                                 zbnkchmi
048200     END-IF.                                                      zbnkchmi
048300 COUNT-POSTING-NEXT.                                              zbnkchmi
048400     PERFORM TXN-GET                                              zbnkchmi
048450         THRU TXN-GET-EXIT.                                       zbnkchmi
048500 COUNT-POSTING-EXIT.                                              zbnkchmi
048600     EXIT.                                                        zbnkchmi
048700                                                                  zbnkchmi
048800 STEP-CHANNEL-ENTRY.                                              zbnkchmi
048900     ADD 1 TO WS-CHN-SUB.                                         zbnkchmi
049000                                                                  zbnkchmi
049100******************************************************************zbnkchmi
049200* The posting's account gives its branch, type and customer. An  *zbnkchmi
049300* account no longer on BNKACCT is reported under branch '???'    *zbnkchmi
049400* and type '?'.                                                  *zbnkchmi
049500******************************************************************zbnkchmi
049600 LOOKUP-ACCOUNT.                                                  zbnkchmi
049700     IF BTX-REC-ACCNO = WS-LAST-ACCNO                             zbnkchmi
049800        GO TO LOOKUP-ACCOUNT-EXIT                                 zbnkchmi
049900     END-IF.                                                      zbnkchmi
050000     MOVE BTX-REC-ACCNO TO WS-LAST-ACCNO.                         zbnkchmi
050100     MOVE BTX-REC-ACCNO TO BAC-REC-ACCNO.                         zbnkchmi
050200     READ ACCOUNT-FILE.                                           zbnkchmi
050300     IF WS-ACCOUNT-STATUS = '00'                                  zbnkchmi
050400        MOVE BAC-REC-BRANCH TO WS-ITEM-BRANCH                     zbnkchmi
050500        MOVE BAC-REC-TYPE TO WS-ITEM-TYPE                         zbnkchmi
050600        MOVE BAC-REC-PID TO WS-ITEM-PID                           zbnkchmi
050700     ELSE                                                         zbnkchmi
050800        ADD 1 TO WS-NO-ACCOUNT                                    zbnkchmi
050900        MOVE '???' TO WS-ITEM-BRANCH                              zbnkchmi
051000        MOVE '?' TO WS-ITEM-TYPE                                  zbnkchmi
051100        MOVE SPACES TO WS-ITEM-PID                                zbnkchmi
051200     END-IF.                                                      zbnkchmi
051300     IF WS-ITEM-BRANCH = SPACES                                   zbnkchmi
051400        MOVE '???' TO WS-ITEM-BRANCH                              zbnkchmi
051500     END-IF.                                                      zbnkchmi
051600 LOOKUP-ACCOUNT-EXIT.                                             zbnkchmi
051700     EXIT.                                                        zbnkchmi
051800                                                                  zbnkchmi
051900******************************************************************zbnkchmi
052000* FIND-BRANCH-ENTRY                                              *zbnkchmi
052100* Find the posting's branch in the table, or insert it in branch *zbnkchmi
052200* order. When the table is full the last entry becomes '***'     *zbnkchmi
052300* and takes every branch not already held.                       *zbnkchmi
052400******************************************************************zbnkchmi
052500 FIND-BRANCH-ENTRY.                                               zbnkchmi
052600     MOVE 1 TO WS-BR-SUB.                                         zbnkchmi
052700     PERFORM STEP-BRANCH-ENTRY                                    zbnkchmi
052800         UNTIL WS-BR-SUB IS GREATER THAN WS-BRANCH-COUNT OR       zbnkchmi
052900               WS-BR-CODE (WS-BR-SUB) IS NOT LESS THAN            zbnkchmi
053000                   WS-ITEM-BRANCH.                                zbnkchmi
053100     IF WS-BR-SUB IS NOT GREATER THAN WS-BRANCH-COUNT             zbnkchmi
053200        IF WS-BR-CODE (WS-BR-SUB) = WS-ITEM-BRANCH                zbnkchmi
053300           GO TO FIND-BRANCH-ENTRY-EXIT                           zbnkchmi
053400        END-IF                                                    zbnkchmi
053500     END-IF.                                                      zbnkchmi
053600     IF WS-BRANCH-COUNT IS EQUAL TO WS-BRANCH-MAX                 zbnkchmi
053700        MOVE WS-BRANCH-MAX TO WS-BR-SUB                           zbnkchmi
053800        MOVE '***' TO WS-BR-CODE (WS-BR-SUB)                      zbnkchmi
053900        GO TO FIND-BRANCH-ENTRY-EXIT                              zbnkchmi
054000     END-IF.                                                      zbnkchmi
054100     MOVE WS-BRANCH-COUNT TO WS-BR-MOVE-SUB.                      zbnkchmi
054200     PERFORM SHIFT-BRANCH-ENTRY                                   zbnkchmi
054300         UNTIL WS-BR-MOVE-SUB IS LESS THAN WS-BR-SUB.             zbnkchmi
054400     ADD 1 TO WS-BRANCH-COUNT.                                    zbnkchmi
054500     INITIALIZE WS-BR-ENTRY (WS-BR-SUB).                          zbnkchmi
054600     MOVE WS-ITEM-BRANCH TO WS-BR-CODE (WS-BR-SUB).               zbnkchmi
054700 FIND-BRANCH-ENTRY-EXIT.                                          zbnkchmi
054800     EXIT.                                                        zbnkchmi
054900                                                                  zbnkchmi
055000 STEP-BRANCH-ENTRY.                                               zbnkchmi
055100     ADD 1 TO WS-BR-SUB.                                          zbnkchmi
055200                                                                  zbnkchmi
055300 SHIFT-BRANCH-ENTRY.                                              zbnkchmi
055400     MOVE WS-BR-ENTRY (WS-BR-MOVE-SUB)                            zbnkchmi
055500       TO WS-BR-ENTRY (WS-BR-MOVE-SUB + 1).                       zbnkchmi
055600     SUBTRACT 1 FROM WS-BR-MOVE-SUB.                              zbnkchmi
055700                                                                  zbnkchmi
055800******************************************************************zbnkchmi
055900* FIND-TYPE-ENTRY                                                *zbnkchmi
056000* The same for the posting's account type. When the table is full*zbnkchmi
056100* the last entry becomes '*' and takes every type not held.      *zbnkchmi
056200******************************************************************zbnkchmi
056300 FIND-TYPE-ENTRY.                                                 zbnkchmi
056400     MOVE 1 TO WS-TY-SUB.                                         zbnkchmi
056500     PERFORM STEP-TYPE-ENTRY                                      zbnkchmi
056600         UNTIL WS-TY-SUB IS GREATER THAN WS-TYPE-COUNT OR         zbnkchmi
056700               WS-TY-CODE (WS-TY-SUB) IS NOT LESS THAN            zbnkchmi
056800                   WS-ITEM-TYPE.                                  zbnkchmi
056900     IF WS-TY-SUB IS NOT GREATER THAN WS-TYPE-COUNT               zbnkchmi
057000        IF WS-TY-CODE (WS-TY-SUB) = WS-ITEM-TYPE                  zbnkchmi
057100           GO TO FIND-TYPE-ENTRY-EXIT                             zbnkchmi
057200        END-IF                                                    zbnkchmi
057300     END-IF.                                                      zbnkchmi
057400     IF WS-TYPE-COUNT IS EQUAL TO WS-TYPE-MAX                     zbnkchmi
057500        MOVE WS-TYPE-MAX TO WS-TY-SUB                             zbnkchmi
057600        MOVE '*' TO WS-TY-CODE (WS-TY-SUB)                        zbnkchmi
057700        GO TO FIND-TYPE-ENTRY-EXIT                                zbnkchmi
057800     END-IF.                                                      zbnkchmi
057900     MOVE WS-TYPE-COUNT TO WS-TY-MOVE-SUB.                        zbnkchmi
058000     PERFORM SHIFT-TYPE-ENTRY                                     zbnkchmi
058100         UNTIL WS-TY-MOVE-SUB IS LESS THAN WS-TY-SUB.             zbnkchmi
058200     ADD 1 TO WS-TYPE-COUNT.                                      zbnkchmi
058300     INITIALIZE WS-TY-ENTRY (WS-TY-SUB).                          zbnkchmi
058400     MOVE WS-ITEM-TYPE TO WS-TY-CODE (WS-TY-SUB).                 zbnkchmi
058500 FIND-TYPE-ENTRY-EXIT.                                            zbnkchmi
058600     EXIT.                                                        zbnkchmi
058700                                                                  zbnkchmi
058800 STEP-TYPE-ENTRY.                                                 zbnkchmi
058900     ADD 1 TO WS-TY-SUB.                                          zbnkchmi
059000                                                                  zbnkchmi
059100 SHIFT-TYPE-ENTRY.                                                zbnkchmi
059200     MOVE WS-TY-ENTRY (WS-TY-MOVE-SUB)                            zbnkchmi
059300       TO WS-TY-ENTRY (WS-TY-MOVE-SUB + 1).                       zbnkchmi
059400     SUBTRACT 1 FROM WS-TY-MOVE-SUB.                              zbnkchmi
059500                                                                  zbnkchmi
059600******************************************************************zbnkchmi
059700* WRITE-CHANNEL-SECTION                                          *zbnkchmi
059800* One line per channel used this month, last month or a year ago,*zbnkchmi
059900* then the all-channel total with the customers active in any    *zbnkchmi
060000******************************************************************zbnkchmi
060100 WRITE-CHANNEL-SECTION.                                           zbnkchmi
060200     MOVE SPACES TO WS-REPORT-LINE.                               zbnkchmi
060300     STRING 'Channel Activity Report - ' DELIMITED BY SIZE        zbnkchmi
060400            WS-MONTH-DISPLAY             DELIMITED BY SIZE        zbnkchmi
060500       INTO WS-REPORT-LINE.                                       zbnkchmi
060600     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkchmi
060700     PERFORM PRINTOUT-PUT.                                        zbnkchmi
060800     MOVE SPACES TO PRINTOUT-REC.                                 zbnkchmi
060900     PERFORM PRINTOUT-PUT.                                        zbnkchmi
061000     MOVE 'By channel - all branches' TO PRINTOUT-REC.            zbnkchmi
061100     PERFORM PRINTOUT-PUT.                                        zbnkchmi
061200     PERFORM WRITE-COLUMN-HEADINGS.                               zbnkchmi
061300     MOVE 'C' TO WS-CMP-DIMENSION.                                zbnkchmi
061400     MOVE SPACES TO WS-CMP-GROUP.                                 zbnkchmi
061500     PERFORM WRITE-CHANNEL-LINE                                   zbnkchmi
061600         VARYING WS-CHN-SUB FROM 1 BY 1                           zbnkchmi
061700         UNTIL WS-CHN-SUB IS GREATER THAN WS-CHANNEL-COUNT.       zbnkchmi
061800     MOVE SPACES TO PRINTOUT-REC.                                 zbnkchmi
061900     PERFORM PRINTOUT-PUT.                                        zbnkchmi
062000     MOVE '*' TO WS-CMP-CHANNEL.                                  zbnkchmi
062100     MOVE 'All channels' TO WS-CMP-LABEL.                         zbnkchmi
062200     MOVE WS-ALL-COUNT TO WS-CMP-COUNT.                           zbnkchmi
062300     MOVE WS-ALL-VALUE TO WS-CMP-VALUE.                           zbnkchmi
062400     MOVE WS-ALL-CUSTOMERS TO WS-CMP-CUSTOMERS.                   zbnkchmi
062500     PERFORM WRITE-MI-LINE                                        zbnkchmi
062600         THRU WRITE-MI-LINE-EXIT.                                 zbnkchmi
062700                                                                  zbnkchmi
062800 WRITE-CHANNEL-LINE.                                              zbnkchmi
062900     MOVE WS-CHN-CODE (WS-CHN-SUB) TO WS-CMP-CHANNEL.             zbnkchmi
063000     MOVE WS-CHN-DESC (WS-CHN-SUB) TO WS-CMP-LABEL.               zbnkchmi
063100     MOVE WS-CT-COUNT (WS-CHN-SUB) TO WS-CMP-COUNT.               zbnkchmi
063200     MOVE WS-CT-VALUE (WS-CHN-SUB) TO WS-CMP-VALUE.               zbnkchmi
063300     MOVE WS-CT-CUSTOMERS (WS-CHN-SUB) TO WS-CMP-CUSTOMERS.       zbnkchmi
063400     PERFORM WRITE-MI-LINE                                        zbnkchmi
063500         THRU WRITE-MI-LINE-EXIT.                                 zbnkchmi
063600                                                                  zbnkchmi
063700 WRITE-COLUMN-HEADINGS.                                           zbnkchmi
063800     MOVE SPACES TO WS-REPORT-LINE.                               zbnkchmi
063900     MOVE 'vs last month' TO WS-REPORT-LINE (63:13).              zbnkchmi
064000     MOVE 'vs last year' TO WS-REPORT-LINE (80:12).               zbnkchmi
064100     MOVE 'Last month' TO WS-REPORT-LINE (98:10).                 zbnkchmi
064200     MOVE 'Last year' TO WS-REPORT-LINE (111:9).                  zbnkchmi
064300     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkchmi
064400     PERFORM PRINTOUT-PUT.                                        zbnkchmi
064500     MOVE SPACES TO WS-REPORT-LINE.                               zbnkchmi
064600     MOVE 'Channel' TO WS-REPORT-LINE (1:7).                      zbnkchmi
064700     MOVE 'Postings' TO WS-REPORT-LINE (27:8).                    zbnkchmi
064800     MOVE 'Value' TO WS-REPORT-LINE (48:5).                       zbnkchmi
064900     MOVE 'Custmrs' TO WS-REPORT-LINE (54:7).                     zbnkchmi
065000     MOVE 'Count %' TO WS-REPORT-LINE (63:7).                     zbnkchmi
065100     MOVE 'Value %' TO WS-REPORT-LINE (71:7).                     zbnkchmi
065200     MOVE 'Count %' TO WS-REPORT-LINE (80:7).                     zbnkchmi
065300     MOVE 'Value %' TO WS-REPORT-LINE (88:7).                     zbnkchmi
065400     MOVE 'Postings' TO WS-REPORT-LINE (100:8).                   zbnkchmi
065500     MOVE 'Postings' TO WS-REPORT-LINE (112:8).                   zbnkchmi
065600     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkchmi
065700     PERFORM PRINTOUT-PUT.                                        zbnkchmi
065800                                                                  zbnkchmi
065900******************************************************************zbnkchmi
066000* WRITE-BRANCH-SECTION                                           *zbnkchmi
066100* The channels used at one branch this month, and its total      *zbnkchmi
066200******************************************************************zbnkchmi
066300 WRITE-BRANCH-SECTION.                                            zbnkchmi
066400     IF WS-BR-SUB IS EQUAL TO 1                                   zbnkchmi
066500        MOVE SPACES TO PRINTOUT-REC                               zbnkchmi
066600        PERFORM PRINTOUT-PUT                                      zbnkchmi
066700        MOVE 'By branch' TO PRINTOUT-REC                          zbnkchmi
066800        PERFORM PRINTOUT-PUT                                      zbnkchmi
066900        PERFORM WRITE-COLUMN-HEADINGS                             zbnkchmi
067000     END-IF.                                                      zbnkchmi
067100     MOVE SPACES TO PRINTOUT-REC.                                 zbnkchmi
067200     PERFORM PRINTOUT-PUT.                                        zbnkchmi
067300     MOVE SPACES TO WS-REPORT-LINE.                               zbnkchmi
067400     IF WS-BR-CODE (WS-BR-SUB) = '???'                            zbnkchmi
067500        MOVE 'Branch not known' TO WS-REPORT-LINE                 zbnkchmi
067600     ELSE                                                         zbnkchmi
067700        IF WS-BR-CODE (WS-BR-SUB) = '***'                         zbnkchmi
067800           MOVE 'Other branches' TO WS-REPORT-LINE                zbnkchmi
067900        ELSE                                                      zbnkchmi
068000           STRING 'Branch ' DELIMITED BY SIZE                     zbnkchmi
068100                  WS-BR-CODE (WS-BR-SUB) DELIMITED BY SIZE        zbnkchmi
068200             INTO WS-REPORT-LINE                                  zbnkchmi
068300        END-IF                                                    zbnkchmi
068400     END-IF.                                                      zbnkchmi
068500     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkchmi
068600     PERFORM PRINTOUT-PUT.                                        zbnkchmi
068700     MOVE 'B' TO WS-CMP-DIMENSION.                                zbnkchmi
068800     MOVE WS-BR-CODE (WS-BR-SUB) TO WS-CMP-GROUP.                 zbnkchmi
068900     MOVE ZERO TO WS-GROUP-COUNT.                                 zbnkchmi
069000     MOVE ZERO TO WS-GROUP-VALUE.                                 zbnkchmi
069100     PERFORM WRITE-BRANCH-CHANNEL-LINE                            zbnkchmi
069200         VARYING WS-CHN-SUB FROM 1 BY 1                           zbnkchmi
069300         UNTIL WS-CHN-SUB IS GREATER THAN WS-CHANNEL-COUNT.       zbnkchmi
069400     MOVE '*' TO WS-CMP-CHANNEL.                                  zbnkchmi
069500     MOVE 'Branch total' TO WS-CMP-LABEL.                         zbnkchmi
069600     MOVE WS-GROUP-COUNT TO WS-CMP-COUNT.                         zbnkchmi
069700     MOVE WS-GROUP-VALUE TO WS-CMP-VALUE.                         zbnkchmi
069800     MOVE ZERO TO WS-CMP-CUSTOMERS.                               zbnkchmi
069900     PERFORM WRITE-MI-LINE                                        zbnkchmi
070000         THRU WRITE-MI-LINE-EXIT.                                 zbnkchmi
070100                                                                  zbnkchmi
070200 WRITE-BRANCH-CHANNEL-LINE.                                       zbnkchmi
070300     IF WS-BR-COUNT (WS-BR-SUB, WS-CHN-SUB) IS GREATER THAN ZERO  zbnkchmi
070400        MOVE WS-CHN-CODE (WS-CHN-SUB) TO WS-CMP-CHANNEL           zbnkchmi
070500        MOVE WS-CHN-DESC (WS-CHN-SUB) TO WS-CMP-LABEL             zbnkchmi
070600        MOVE WS-BR-COUNT (WS-BR-SUB, WS-CHN-SUB) TO WS-CMP-COUNT  zbnkchmi
070700        MOVE WS-BR-VALUE (WS-BR-SUB, WS-CHN-SUB) TO WS-CMP-VALUE  zbnkchmi
070800        MOVE ZERO TO WS-CMP-CUSTOMERS                             zbnkchmi
070900        PERFORM WRITE-MI-LINE                                     zbnkchmi
071000            THRU WRITE-MI-LINE-EXIT                               zbnkchmi
071100        ADD WS-CMP-COUNT TO WS-GROUP-COUNT                        zbnkchmi
071200        ADD WS-CMP-VALUE TO WS-GROUP-VALUE                        zbnkchmi
071300     END-IF.                                                      zbnkchmi
071400                                                                  zbnkchmi
071500******************************************************************zbnkchmi
071600* WRITE-TYPE-SECTION                                             *zbnkchmi
071700* The channels used on one account type this month, and its total*zbnkchmi
071800******************************************************************zbnkchmi
071900 WRITE-TYPE-SECTION.                                              zbnkchmi
072000     IF WS-TY-SUB IS EQUAL TO 1                                   zbnkchmi
072100        MOVE SPACES TO PRINTOUT-REC                               zbnkchmi
072200        PERFORM PRINTOUT-PUT                                      zbnkchmi
072300        MOVE 'By account type' TO PRINTOUT-REC                    zbnkchmi
072400        PERFORM PRINTOUT-PUT                                      zbnkchmi
072500        PERFORM WRITE-COLUMN-HEADINGS                             zbnkchmi
072600     END-IF.                                                      zbnkchmi
072700     MOVE SPACES TO PRINTOUT-REC.                                 zbnkchmi
072800     PERFORM PRINTOUT-PUT.                                        zbnkchmi
072900     MOVE SPACES TO WS-REPORT-LINE.                               zbnkchmi
073000     IF WS-TY-CODE (WS-TY-SUB) = '?'                              zbnkchmi
073100        MOVE 'Account type not known' TO WS-REPORT-LINE           zbnkchmi
073200     ELSE                                                         zbnkchmi
073300        IF WS-TY-CODE (WS-TY-SUB) = '*'                           zbnkchmi
073400           MOVE 'Other account types' TO WS-REPORT-LINE           zbnkchmi
073500        ELSE                                                      zbnkchmi
073600           MOVE WS-TY-CODE (WS-TY-SUB) TO BAT-REC-TYPE            zbnkchmi
073700           READ ATYPE-FILE                                        zbnkchmi
073800           IF WS-ATYPE-STATUS NOT = '00'                          zbnkchmi
073900              MOVE SPACES TO BAT-REC-DESC                         zbnkchmi
074000           END-IF                                                 zbnkchmi
074100           STRING 'Account type ' DELIMITED BY SIZE               zbnkchmi
074200                  WS-TY-CODE (WS-TY-SUB) DELIMITED BY SIZE        zbnkchmi
074300                  ' - ' DELIMITED BY SIZE                         zbnkchmi
074400                  BAT-REC-DESC DELIMITED BY SIZE                  zbnkchmi
074500             INTO WS-REPORT-LINE                                  zbnkchmi
074600        END-IF                                                    zbnkchmi
074700     END-IF.                                                      zbnkchmi
074800     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkchmi
074900     PERFORM PRINTOUT-PUT.                                        zbnkchmi
075000     MOVE 'T' TO WS-CMP-DIMENSION.                                zbnkchmi
075100     MOVE WS-TY-CODE (WS-TY-SUB) TO WS-CMP-GROUP.                 zbnkchmi
075200     MOVE ZERO TO WS-GROUP-COUNT.                                 zbnkchmi
075300     MOVE ZERO TO WS-GROUP-VALUE.                                 zbnkchmi
075400     PERFORM WRITE-TYPE-CHANNEL-LINE                              zbnkchmi
075500         VARYING WS-CHN-SUB FROM 1 BY 1                           zbnkchmi
075600         UNTIL WS-CHN-SUB IS GREATER THAN WS-CHANNEL-COUNT.       zbnkchmi
075700     MOVE '*' TO WS-CMP-CHANNEL.                                  zbnkchmi
075800     MOVE 'Account type total' TO WS-CMP-LABEL.                   zbnkchmi
075900     MOVE WS-GROUP-COUNT TO WS-CMP-COUNT.                         zbnkchmi
076000     MOVE WS-GROUP-VALUE TO WS-CMP-VALUE.                         zbnkchmi
076100     MOVE ZERO TO WS-CMP-CUSTOMERS.                               zbnkchmi
076200     PERFORM WRITE-MI-LINE                                        zbnkchmi
076300         THRU WRITE-MI-LINE-EXIT.                                 zbnkchmi
076400                                                                  zbnkchmi
076500 WRITE-TYPE-CHANNEL-LINE.                                         zbnkchmi
076600     IF WS-TY-COUNT (WS-TY-SUB, WS-CHN-SUB) IS GREATER THAN ZERO  zbnkchmi
076700        MOVE WS-CHN-CODE (WS-CHN-SUB) TO WS-CMP-CHANNEL           zbnkchmi
076800        MOVE WS-CHN-DESC (WS-CHN-SUB) TO WS-CMP-LABEL             zbnkchmi
076900        MOVE WS-TY-COUNT (WS-TY-SUB, WS-CHN-SUB) TO WS-CMP-COUNT  zbnkchmi
077000        MOVE WS-TY-VALUE (WS-TY-SUB, WS-CHN-SUB) TO WS-CMP-VALUE  zbnkchmi
077100        MOVE ZERO TO WS-CMP-CUSTOMERS                             zbnkchmi
077200        PERFORM WRITE-MI-LINE                                     zbnkchmi
077300            THRU WRITE-MI-LINE-EXIT                               zbnkchmi
077400        ADD WS-CMP-COUNT TO WS-GROUP-COUNT                        zbnkchmi
077500        ADD WS-CMP-VALUE TO WS-GROUP-VALUE                        zbnkchmi
077600     END-IF.                                                      zbnkchmi
077700                                                                  zbnkchmi
077800******************************************************************zbnkchmi
077900* WRITE-MI-LINE                                                  *zbnkchmi
078000* Read the line's figures for the month before and the same month*zbnkchmi
078100* last year back from BNKCHMH, print the line with the movement, *zbnkchmi
078200* and file this month's figures - replacing them when the job is *zbnkchmi
078300* rerun for the month. A line with nothing this month, last month*zbnkchmi
078400* or last year is not printed.                                   *zbnkchmi
078500******************************************************************zbnkchmi
078600 WRITE-MI-LINE.                                                   zbnkchmi
078700     MOVE WS-PRIOR-MONTH TO CH-REC-MONTH.                         zbnkchmi
078800     PERFORM READ-MONTH-HISTORY.                                  zbnkchmi
078900     MOVE CH-REC-COUNT TO WS-PM-COUNT.                            zbnkchmi
079000     MOVE CH-REC-VALUE TO WS-PM-VALUE.                            zbnkchmi
079100     MOVE WS-YEAR-AGO-MONTH TO CH-REC-MONTH.                      zbnkchmi
079200     PERFORM READ-MONTH-HISTORY.                                  zbnkchmi
079300     MOVE CH-REC-COUNT TO WS-LY-COUNT.                            zbnkchmi
079400     MOVE CH-REC-VALUE TO WS-LY-VALUE.                            zbnkchmi
079500     IF WS-CMP-COUNT = ZERO AND WS-PM-COUNT = ZERO AND            zbnkchmi
079600        WS-LY-COUNT = ZERO                                        zbnkchmi
079700        GO TO WRITE-MI-LINE-EXIT                                  zbnkchmi
079800     END-IF.                                                      zbnkchmi
079900                                                                  zbnkchmi
080000     MOVE SPACES TO WS-MI-LINE.                                   zbnkchmi
080100     MOVE WS-CMP-LABEL TO WS-ML-LABEL.                            zbnkchmi
080200     MOVE WS-CMP-COUNT TO WS-ML-COUNT.                            zbnkchmi
080300     MOVE WS-CMP-VALUE TO WS-ML-VALUE.                            zbnkchmi
080400     IF WS-CMP-DIMENSION = 'C'                                    zbnkchmi
080500        MOVE WS-CMP-CUSTOMERS TO WS-CUSTOMERS-D                   zbnkchmi
080600        MOVE WS-CUSTOMERS-D TO WS-ML-CUSTOMERS                    zbnkchmi
080700     END-IF.                                                      zbnkchmi
080800     MOVE WS-CMP-COUNT TO WS-PCT-CURR.                            zbnkchmi
080900     MOVE WS-PM-COUNT TO WS-PCT-PRIOR.                            zbnkchmi
081000     PERFORM FORMAT-MOVEMENT.                                     zbnkchmi
081100     MOVE WS-PCT-TEXT TO WS-ML-MOM-COUNT.                         zbnkchmi
081200     MOVE WS-CMP-VALUE TO WS-PCT-CURR.                            zbnkchmi
081300     MOVE WS-PM-VALUE TO WS-PCT-PRIOR.                            zbnkchmi
081400     PERFORM FORMAT-MOVEMENT.                                     zbnkchmi
081500     MOVE WS-PCT-TEXT TO WS-ML-MOM-VALUE.                         zbnkchmi
081600     MOVE WS-CMP-COUNT TO WS-PCT-CURR.                            zbnkchmi
081700     MOVE WS-LY-COUNT TO WS-PCT-PRIOR.                            zbnkchmi
081800     PERFORM FORMAT-MOVEMENT.                                     zbnkchmi
081900     MOVE WS-PCT-TEXT TO WS-ML-YOY-COUNT.                         zbnkchmi
082000     MOVE WS-CMP-VALUE TO WS-PCT-CURR.                            zbnkchmi
082100     MOVE WS-LY-VALUE TO WS-PCT-PRIOR.                            zbnkchmi
082200     PERFORM FORMAT-MOVEMENT.                                     zbnkchmi
082300     MOVE WS-PCT-TEXT TO WS-ML-YOY-VALUE.                         zbnkchmi
082400     MOVE WS-PM-COUNT TO WS-ML-PM-COUNT.                          zbnkchmi
082500     MOVE WS-LY-COUNT TO WS-ML-LY-COUNT.                          zbnkchmi
082600     MOVE WS-MI-LINE TO PRINTOUT-REC.                             zbnkchmi
082700     PERFORM PRINTOUT-PUT.                                        zbnkchmi
082800                                                                  zbnkchmi
082900     IF WS-CMP-COUNT = ZERO                                       zbnkchmi
083000        GO TO WRITE-MI-LINE-EXIT                                  zbnkchmi
083100     END-IF.                                                      zbnkchmi
083200     MOVE SPACES TO CHMH-FILE-REC.                                zbnkchmi
083300     MOVE WS-REPORT-MONTH TO CH-REC-MONTH.                        zbnkchmi
083400     MOVE WS-CMP-DIMENSION TO CH-REC-DIMENSION.                   zbnkchmi
083500     MOVE WS-CMP-GROUP TO CH-REC-GROUP.                           zbnkchmi
083600     MOVE WS-CMP-CHANNEL TO CH-REC-CHANNEL.                       zbnkchmi
083700     MOVE WS-CMP-COUNT TO CH-REC-COUNT.                           zbnkchmi
083800     MOVE WS-CMP-VALUE TO CH-REC-VALUE.                           zbnkchmi
083900     MOVE WS-CMP-CUSTOMERS TO CH-REC-CUSTOMERS.                   zbnkchmi
084000     MOVE WS-BUSDATE TO CH-REC-RUN-DTE.                           zbnkchmi
084100     PERFORM CHMH-PUT.                                            zbnkchmi
084200     ADD 1 TO WS-HISTORY-FILED.                                   zbnkchmi
084300 WRITE-MI-LINE-EXIT.                                              zbnkchmi
084400     EXIT.                                                        zbnkchmi
084500                                                                  zbnkchmi
084600 READ-MONTH-HISTORY.                                              zbnkchmi
084700     MOVE WS-CMP-DIMENSION TO CH-REC-DIMENSION.                   zbnkchmi
084800     MOVE WS-CMP-GROUP TO CH-REC-GROUP.                           zbnkchmi
084900     MOVE WS-CMP-CHANNEL TO CH-REC-CHANNEL.                       zbnkchmi
085000     READ CHMH-FILE.                                              zbnkchmi
085100     IF WS-CHMH-STATUS NOT = '00'                                 zbnkchmi
085200        IF WS-CHMH-STATUS NOT = '23'                              zbnkchmi
085300           MOVE 'CHMH Error reading file ...'                     zbnkchmi
085400             TO WS-CONSOLE-MESSAGE                                zbnkchmi
085500           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkchmi
085600           MOVE WS-CHMH-STATUS TO WS-IO-STATUS                    zbnkchmi
085700           PERFORM DISPLAY-IO-STATUS                              zbnkchmi
085800           PERFORM ABORT-PROGRAM                                  zbnkchmi
085900        END-IF                                                    zbnkchmi
086000        MOVE ZERO TO CH-REC-COUNT                                 zbnkchmi
086100        MOVE ZERO TO CH-REC-VALUE                                 zbnkchmi
086200     END-IF.                                                      zbnkchmi
086300                                                                  zbnkchmi
086400******************************************************************zbnkchmi
086500* FORMAT-MOVEMENT                                                *zbnkchmi
086600* The percentage change from WS-PCT-PRIOR to WS-PCT-CURR, 'new'  *zbnkchmi
086700* when there was nothing before, blank when there is nothing     *zbnkchmi
086800* either side                                                    *zbnkchmi
086900******************************************************************zbnkchmi
087000 FORMAT-MOVEMENT.                                                 zbnkchmi
087100     MOVE SPACES TO WS-PCT-TEXT.                                  zbnkchmi
087200     IF WS-PCT-PRIOR = ZERO                                       zbnkchmi
087300        IF WS-PCT-CURR NOT = ZERO                                 zbnkchmi
087400           MOVE '    new' TO WS-PCT-TEXT                          zbnkchmi
087500        END-IF                                                    zbnkchmi
087600     ELSE                                                         zbnkchmi
087700        COMPUTE WS-PCT ROUNDED =                                  zbnkchmi
087800                (WS-PCT-CURR - WS-PCT-PRIOR) * 100 / WS-PCT-PRIOR zbnkchmi
087900           ON SIZE ERROR                                          zbnkchmi
088000              MOVE '  >9999' TO WS-PCT-TEXT                       zbnkchmi
088100           NOT ON SIZE ERROR                                      zbnkchmi
088200              MOVE WS-PCT TO WS-PCT-D                             zbnkchmi
088300              MOVE WS-PCT-D TO WS-PCT-TEXT                        zbnkchmi
088400        END-COMPUTE                                               zbnkchmi
088500     END-IF.                                                      zbnkchmi
088600                                                                  zbnkchmi
088700******************************************************************zbnkchmi
088800* PRINT-JOB-SUMMARY                                              *zbnkchmi
088900******************************************************************zbnkchmi
089000 PRINT-JOB-SUMMARY.                                               zbnkchmi
089100     PERFORM JOBSUM-OPEN.                                         zbnkchmi
089200     MOVE SPACES TO JOBSUM-REC.                                   zbnkchmi
089300     STRING 'Month reported:              ' DELIMITED BY SIZE     zbnkchmi
089400            WS-MONTH-DISPLAY DELIMITED BY SIZE                    zbnkchmi
089500       INTO JOBSUM-REC.                                           zbnkchmi
089600     PERFORM JOBSUM-PUT.                                          zbnkchmi
089700     MOVE SPACES TO JOBSUM-REC.                                   zbnkchmi
089800     MOVE WS-POSTINGS-READ TO WS-COUNT-D.                         zbnkchmi
089900     STRING 'Journal postings read:       ' DELIMITED BY SIZE     zbnkchmi
090000            WS-COUNT-D DELIMITED BY SIZE                          zbnkchmi
090100       INTO JOBSUM-REC.                                           zbnkchmi
090200     PERFORM JOBSUM-PUT.                                          zbnkchmi
090300     MOVE SPACES TO JOBSUM-REC.                                   zbnkchmi
090400     MOVE WS-REVERSALS-SKIPPED TO WS-COUNT-D.                     zbnkchmi
090500     STRING 'Reversal entries left out:   ' DELIMITED BY SIZE     zbnkchmi
090600            WS-COUNT-D DELIMITED BY SIZE                          zbnkchmi
090700       INTO JOBSUM-REC.                                           zbnkchmi
090800     PERFORM JOBSUM-PUT.                                          zbnkchmi
090900     MOVE SPACES TO JOBSUM-REC.                                   zbnkchmi
091000     MOVE WS-ALL-COUNT TO WS-COUNT-D.                             zbnkchmi
091100     STRING 'Postings reported:           ' DELIMITED BY SIZE     zbnkchmi
091200            WS-COUNT-D DELIMITED BY SIZE                          zbnkchmi
091300       INTO JOBSUM-REC.                                           zbnkchmi
091400     PERFORM JOBSUM-PUT.                                          zbnkchmi
091500     MOVE SPACES TO JOBSUM-REC.                                   zbnkchmi
091600     MOVE WS-CT-COUNT (12) TO WS-COUNT-D.                         zbnkchmi
091700     STRING 'Postings with no channel:    ' DELIMITED BY SIZE     zbnkchmi
091800            WS-COUNT-D DELIMITED BY SIZE                          zbnkchmi
091900       INTO JOBSUM-REC.                                           zbnkchmi
092000     PERFORM JOBSUM-PUT.                                          zbnkchmi
092100     MOVE SPACES TO JOBSUM-REC.                                   zbnkchmi
092200     MOVE WS-NO-ACCOUNT TO WS-COUNT-D.                            zbnkchmi
092300     STRING 'Accounts not on BNKACCT:     ' DELIMITED BY SIZE     zbnkchmi
092400            WS-COUNT-D DELIMITED BY SIZE                          zbnkchmi
092500       INTO JOBSUM-REC.                                           zbnkchmi
092600     PERFORM JOBSUM-PUT.                                          zbnkchmi
092700     MOVE SPACES TO JOBSUM-REC.                                   zbnkchmi
092800     MOVE WS-NO-CUSTOMER TO WS-COUNT-D.                           zbnkchmi
092900     STRING 'Postings with no customer:   ' DELIMITED BY SIZE     zbnkchmi
093000            WS-COUNT-D DELIMITED BY SIZE                          zbnkchmi
093100       INTO JOBSUM-REC.                                           zbnkchmi
093200     PERFORM JOBSUM-PUT.                                          zbnkchmi
093300     MOVE SPACES TO JOBSUM-REC.                                   zbnkchmi
093400     MOVE WS-ALL-CUSTOMERS TO WS-COUNT-D.                         zbnkchmi
093500     STRING 'Active customers:            ' DELIMITED BY SIZE     zbnkchmi
093600            WS-COUNT-D DELIMITED BY SIZE                          zbnkchmi
093700       INTO JOBSUM-REC.                                           zbnkchmi
093800     PERFORM JOBSUM-PUT.                                          zbnkchmi
093900     MOVE SPACES TO JOBSUM-REC.                                   zbnkchmi
094000     MOVE WS-HISTORY-FILED TO WS-COUNT-D.                         zbnkchmi
094100     STRING 'History records filed:       ' DELIMITED BY SIZE     zbnkchmi
094200            WS-COUNT-D DELIMITED BY SIZE                          zbnkchmi
094300       INTO JOBSUM-REC.                                           zbnkchmi
094400     PERFORM JOBSUM-PUT.                                          zbnkchmi
094500     MOVE SPACES TO JOBSUM-REC.                                   zbnkchmi
094600     MOVE WS-LINES-PRINTED TO WS-COUNT-D.                         zbnkchmi
094700     STRING 'Report lines written:        ' DELIMITED BY SIZE     zbnkchmi
094800            WS-COUNT-D DELIMITED BY SIZE                          zbnkchmi
094900       INTO JOBSUM-REC.                                           zbnkchmi
095000     PERFORM JOBSUM-PUT.                                          zbnkchmi
095100     PERFORM JOBSUM-CLOSE.                                        zbnkchmi
095200     MOVE 'Job summary written to JOBSUM'                         zbnkchmi
095300       TO WS-CONSOLE-MESSAGE.                                     zbnkchmi
095400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkchmi
095500                                                                  zbnkchmi
095600******************************************************************zbnkchmi
095700* Open, position, read and close the BNKTXD posting journal.     *zbnkchmi
095800* The month's postings start at its first day and end at the     *zbnkchmi
095900* first posting dated in a later month.                          *zbnkchmi
096000******************************************************************zbnkchmi
096100 TXN-OPEN.                                                        zbnkchmi
096200     OPEN INPUT TXN-FILE.                                         zbnkchmi
096300     IF WS-TXN-STATUS = '00'                                      zbnkchmi
096400        MOVE 'TXN file opened OK' TO WS-CONSOLE-MESSAGE           zbnkchmi
096500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchmi
096600     ELSE                                                         zbnkchmi
096700        MOVE 'TXN file open failure...' TO WS-CONSOLE-MESSAGE     zbnkchmi
096800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchmi
096900        MOVE WS-TXN-STATUS TO WS-IO-STATUS                        zbnkchmi
097000        PERFORM DISPLAY-IO-STATUS                                 zbnkchmi
097100        PERFORM ABORT-PROGRAM                                     zbnkchmi
097200     END-IF.                                                      zbnkchmi
097300                                                                  zbnkchmi
097400 TXN-START-MONTH.                                                 zbnkchmi
097500     MOVE 'NO ' TO WS-END-OF-TXN.                                 zbnkchmi
097600     MOVE WS-MONTH-START TO TD-REC-KEY-DTE.                       zbnkchmi
097700     MOVE LOW-VALUES TO TD-REC-KEY-TXN.                           zbnkchmi
097800     START TXN-FILE KEY IS NOT LESS THAN TD-REC-KEY.              zbnkchmi
097900     IF WS-TXN-STATUS = '23'                                      zbnkchmi
098000        MOVE 'YES' TO WS-END-OF-TXN                               zbnkchmi
098100     ELSE                                                         zbnkchmi
098200        IF WS-TXN-STATUS NOT = '00'                               zbnkchmi
098300           MOVE 'TXN Error positioning file ...'                  zbnkchmi
098400             TO WS-CONSOLE-MESSAGE                                zbnkchmi
098500           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkchmi
098600           MOVE WS-TXN-STATUS TO WS-IO-STATUS                     zbnkchmi
098700           PERFORM DISPLAY-IO-STATUS                              zbnkchmi
098800           PERFORM ABORT-PROGRAM                                  zbnkchmi
098900        END-IF                                                    zbnkchmi
099000     END-IF.                                                      zbnkchmi
099100                                                                  zbnkchmi
099200 TXN-GET.                                                         zbnkchmi
099300     IF WS-END-OF-TXN = 'YES'                                     zbnkchmi
099400        GO TO TXN-GET-EXIT                                        zbnkchmi
099500     END-IF.                                                      zbnkchmi
099600     READ TXN-FILE NEXT RECORD.                                   zbnkchmi
099700     IF WS-TXN-STATUS NOT = '00'                                  zbnkchmi
099800        IF WS-TXN-STATUS = '10'                                   zbnkchmi
099900           MOVE 'YES' TO WS-END-OF-TXN                            zbnkchmi
100000           GO TO TXN-GET-EXIT                                     zbnkchmi
100100        ELSE                                                      zbnkchmi
100200           MOVE 'TXN Error reading file ...'                      zbnkchmi
100300             TO WS-CONSOLE-MESSAGE                                zbnkchmi
100400           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkchmi
100500           MOVE WS-TXN-STATUS TO WS-IO-STATUS                     zbnkchmi
100600           PERFORM DISPLAY-IO-STATUS                              zbnkchmi
100700           PERFORM ABORT-PROGRAM                                  zbnkchmi
100800        END-IF                                                    zbnkchmi
100900     END-IF.                                                      zbnkchmi
101000     MOVE TD-REC-POST-DTE TO WS-POST-DTE.                         zbnkchmi
101100     IF WS-POST-MONTH IS EQUAL TO WS-REPORT-MONTH                 zbnkchmi
101200        MOVE TD-REC-TXN TO WS-BNKTXN-REC                          zbnkchmi
101300     ELSE                                                         zbnkchmi
101400        MOVE 'YES' TO WS-END-OF-TXN                               zbnkchmi
101500     END-IF.                                                      zbnkchmi
101600 TXN-GET-EXIT.                                                    zbnkchmi
101700     EXIT.                                                        zbnkchmi
101800                                                                  zbnkchmi
101900 TXN-CLOSE.                                                       zbnkchmi
102000     CLOSE TXN-FILE.                                              zbnkchmi
102100     IF WS-TXN-STATUS = '00'                                      zbnkchmi
102200        MOVE 'TXN file closed OK' TO WS-CONSOLE-MESSAGE           zbnkchmi
102300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchmi
102400     ELSE                                                         zbnkchmi
102500        MOVE 'TXN file close failure...' TO WS-CONSOLE-MESSAGE    zbnkchmi
102600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchmi
102700        MOVE WS-TXN-STATUS TO WS-IO-STATUS                        zbnkchmi
102800        PERFORM DISPLAY-IO-STATUS                                 zbnkchmi
102900        PERFORM ABORT-PROGRAM                                     zbnkchmi
103000     END-IF.                                                      zbnkchmi
103100                                                                  zbnkchmi
103200******************************************************************zbnkchmi
103300* Open and close the BNKACCT and BNKATYPE lookup files           *zbnkchmi
103400******************************************************************zbnkchmi
103500 ACCOUNT-OPEN.                                                    zbnkchmi
103600     OPEN INPUT ACCOUNT-FILE.                                     zbnkchmi
103700     IF WS-ACCOUNT-STATUS = '00'                                  zbnkchmi
103800        MOVE 'ACCOUNT file opened OK' TO WS-CONSOLE-MESSAGE       zbnkchmi
103900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchmi
104000     ELSE                                                         zbnkchmi
104100        MOVE 'ACCOUNT file open failure...' TO WS-CONSOLE-MESSAGE zbnkchmi
104200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchmi
104300        MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                    zbnkchmi
104400        PERFORM DISPLAY-IO-STATUS                                 zbnkchmi
104500        PERFORM ABORT-PROGRAM                                     zbnkchmi
104600     END-IF.                                                      zbnkchmi
104700                                                                  zbnkchmi
104800 ACCOUNT-CLOSE.                                                   zbnkchmi
104900     CLOSE ACCOUNT-FILE.                                          zbnkchmi
105000     MOVE 'ACCOUNT file closed' TO WS-CONSOLE-MESSAGE.            zbnkchmi
105100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkchmi
105200                                                                  zbnkchmi
105300 ATYPE-OPEN.                                                      zbnkchmi
105400     OPEN INPUT ATYPE-FILE.                                       zbnkchmi
105500     IF WS-ATYPE-STATUS = '00'                                    zbnkchmi
105600        MOVE 'ATYPE file opened OK' TO WS-CONSOLE-MESSAGE         zbnkchmi
105700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchmi
105800     ELSE                                                         zbnkchmi
105900        MOVE 'ATYPE file open failure...' TO WS-CONSOLE-MESSAGE   zbnkchmi
106000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchmi
106100        MOVE WS-ATYPE-STATUS TO WS-IO-STATUS                      zbnkchmi
106200        PERFORM DISPLAY-IO-STATUS                                 zbnkchmi
106300        PERFORM ABORT-PROGRAM                                     zbnkchmi
106400     END-IF.                                                      zbnkchmi
106500                                                                  zbnkchmi
106600 ATYPE-CLOSE.                                                     zbnkchmi
106700     CLOSE ATYPE-FILE.                                            zbnkchmi
106800     MOVE 'ATYPE file closed' TO WS-CONSOLE-MESSAGE.              zbnkchmi
106900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkchmi
107000                                                                  zbnkchmi
107100******************************************************************zbnkchmi
107200* Open, write and close the CHMH history file                    *zbnkchmi
107300******************************************************************zbnkchmi
107400 CHMH-OPEN.                                                       zbnkchmi
107500     OPEN I-O CHMH-FILE.                                          zbnkchmi
107600     IF WS-CHMH-STATUS = '00'                                     zbnkchmi
107700        MOVE 'CHMH file opened OK' TO WS-CONSOLE-MESSAGE          zbnkchmi
107800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchmi
107900     ELSE                                                         zbnkchmi
108000        MOVE 'CHMH file open failure...' TO WS-CONSOLE-MESSAGE    zbnkchmi
108100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchmi
108200        MOVE WS-CHMH-STATUS TO WS-IO-STATUS                       zbnkchmi
108300        PERFORM DISPLAY-IO-STATUS                                 zbnkchmi
108400        PERFORM ABORT-PROGRAM                                     zbnkchmi
108500     END-IF.                                                      zbnkchmi
108600                                                                  zbnkchmi
108700 CHMH-PUT.                                                        zbnkchmi
108800     WRITE CHMH-FILE-REC.                                         zbnkchmi
108900     IF WS-CHMH-STATUS = '22'                                     zbnkchmi
109000        REWRITE CHMH-FILE-REC                                     zbnkchmi
109100     END-IF.                                                      zbnkchmi
109200     IF WS-CHMH-STATUS NOT = '00'                                 zbnkchmi
109300        MOVE 'CHMH Error writing file ...' TO WS-CONSOLE-MESSAGE  zbnkchmi
109400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchmi
109500        MOVE WS-CHMH-STATUS TO WS-IO-STATUS                       zbnkchmi
109600        PERFORM DISPLAY-IO-STATUS                                 zbnkchmi
109700        PERFORM ABORT-PROGRAM                                     zbnkchmi
109800     END-IF.                                                      zbnkchmi
109900                                                                  zbnkchmi
110000 CHMH-CLOSE.                                                      zbnkchmi
110100     CLOSE CHMH-FILE.                                             zbnkchmi
110200     IF WS-CHMH-STATUS = '00'                                     zbnkchmi
110300        MOVE 'CHMH file closed OK' TO WS-CONSOLE-MESSAGE          zbnkchmi
110400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchmi
110500     ELSE                                                         zbnkchmi
110600        MOVE 'CHMH file close failure...' TO WS-CONSOLE-MESSAGE   zbnkchmi
110700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchmi
110800        MOVE WS-CHMH-STATUS TO WS-IO-STATUS                       zbnkchmi
110900        PERFORM DISPLAY-IO-STATUS                                 zbnkchmi
111000        PERFORM ABORT-PROGRAM                                     zbnkchmi
111100     END-IF.                                                      zbnkchmi
111200                                                                  zbnkchmi
111300******************************************************************zbnkchmi
111400* Open, access and close the PRINTOUT file.                      *zbnkchmi
111500******************************************************************zbnkchmi
111600 PRINTOUT-OPEN.                                                   zbnkchmi
111700     OPEN OUTPUT PRINTOUT-FILE.                                   zbnkchmi
111800     IF WS-PRINTOUT-STATUS = '00'                                 zbnkchmi
111900        MOVE 'PRINTOUT file opened OK' TO WS-CONSOLE-MESSAGE      zbnkchmi
112000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchmi
112100     ELSE                                                         zbnkchmi
112200        MOVE 'PRINTOUT file open failure...' TO WS-CONSOLE-MESSAGEzbnkchmi
112300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchmi
112400        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkchmi
112500        PERFORM DISPLAY-IO-STATUS                                 zbnkchmi
112600        PERFORM ABORT-PROGRAM                                     zbnkchmi
112700     END-IF.                                                      zbnkchmi
112800                                                                  zbnkchmi
112900 PRINTOUT-PUT.                                                    zbnkchmi
113000     WRITE PRINTOUT-REC.                                          zbnkchmi
113100     IF WS-PRINTOUT-STATUS NOT = '00'                             zbnkchmi
113200        MOVE 'PRINTOUT Error writing file ...'                    zbnkchmi
113300          TO WS-CONSOLE-MESSAGE                                   zbnkchmi
113400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchmi
113500        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkchmi
113600        PERFORM DISPLAY-IO-STATUS                                 zbnkchmi
113700        PERFORM ABORT-PROGRAM                                     zbnkchmi
113800     END-IF.                                                      zbnkchmi
113900     ADD 1 TO WS-LINES-PRINTED.                                   zbnkchmi
114000                                                                  zbnkchmi
114100 PRINTOUT-CLOSE.                                                  zbnkchmi
114200     CLOSE PRINTOUT-FILE.                                         zbnkchmi
114300     IF WS-PRINTOUT-STATUS = '00'                                 zbnkchmi
114400        MOVE 'PRINTOUT file closed OK' TO WS-CONSOLE-MESSAGE      zbnkchmi
114500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchmi
114600     ELSE                                                         zbnkchmi
114700        MOVE 'PRINTOUT file close failure...'                     zbnkchmi
114800          TO WS-CONSOLE-MESSAGE                                   zbnkchmi
114900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchmi
115000        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkchmi
115100        PERFORM DISPLAY-IO-STATUS                                 zbnkchmi
115200        PERFORM ABORT-PROGRAM                                     zbnkchmi
115300     END-IF.                                                      zbnkchmi
115400                                                                  zbnkchmi
115500 JOBSUM-OPEN.                                                     zbnkchmi
115600     OPEN OUTPUT JOBSUM-FILE.                                     zbnkchmi
115700     IF WS-JOBSUM-STATUS = '00'                                   zbnkchmi
115800        MOVE 'JOBSUM file opened OK' TO WS-CONSOLE-MESSAGE        zbnkchmi
115900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchmi
116000     ELSE                                                         zbnkchmi
116100        MOVE 'JOBSUM file open failure...' TO WS-CONSOLE-MESSAGE  zbnkchmi
116200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchmi
116300        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkchmi
116400        PERFORM DISPLAY-IO-STATUS                                 zbnkchmi
116500        PERFORM ABORT-PROGRAM                                     zbnkchmi
116600     END-IF.                                                      zbnkchmi
116700                                                                  zbnkchmi
116800 JOBSUM-PUT.                                                      zbnkchmi
116900     WRITE JOBSUM-REC.                                            zbnkchmi
117000     IF WS-JOBSUM-STATUS NOT = '00'                               zbnkchmi
117100        MOVE 'JOBSUM Error writing file ...' TO WS-CONSOLE-MESSAGEzbnkchmi
117200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchmi
117300        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkchmi
117400        PERFORM DISPLAY-IO-STATUS                                 zbnkchmi
117500        PERFORM ABORT-PROGRAM                                     zbnkchmi
117600     END-IF.                                                      zbnkchmi
117700                                                                  zbnkchmi
117800 JOBSUM-CLOSE.                                                    zbnkchmi
117900     CLOSE JOBSUM-FILE.                                           zbnkchmi
118000     IF WS-JOBSUM-STATUS = '00'                                   zbnkchmi
118100        MOVE 'JOBSUM file closed OK' TO WS-CONSOLE-MESSAGE        zbnkchmi
118200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchmi
118300     ELSE                                                         zbnkchmi
118400        MOVE 'JOBSUM file close failure...' TO WS-CONSOLE-MESSAGE zbnkchmi
118500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchmi
118600        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkchmi
118700        PERFORM DISPLAY-IO-STATUS                                 zbnkchmi
118800        PERFORM ABORT-PROGRAM                                     zbnkchmi
118900     END-IF.                                                      zbnkchmi
119000                                                                  zbnkchmi
119100******************************************************************zbnkchmi
119200* Run-control hooks. The START call blocks this job when it has  *zbnkchmi
119300* already completed for the business date, records the start on  *zbnkchmi
119400* BNKRUNC and hands back the business date; the END call records *zbnkchmi
119500* the end time and return code. See URUNCTL.CBL.                 *zbnkchmi
119600******************************************************************zbnkchmi
119700 RUN-CONTROL-START.                                               zbnkchmi
119800     SET RUNCTL-START TO TRUE.                                    zbnkchmi
119900     MOVE 'ZBNKCHMI' TO RUNCTL-JOB.                               zbnkchmi
120000     MOVE ZERO TO RUNCTL-BUSDATE.                                 zbnkchmi
120100     MOVE ZERO TO RUNCTL-RETURN-CODE.                             zbnkchmi
120200     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkchmi
120300     IF RUNCTL-BLOCKED                                            zbnkchmi
120400        MOVE RUNCTL-REPLY-TEXT TO WS-CONSOLE-MESSAGE              zbnkchmi
120500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchmi
120600        MOVE 'Run control blocked this run' TO WS-CONSOLE-MESSAGE zbnkchmi
120700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchmi
120800        MOVE 8 TO RETURN-CODE                                     zbnkchmi
120900        GOBACK                                                    zbnkchmi
121000     END-IF.                                                      zbnkchmi
121100 RUN-CONTROL-START-EXIT.                                          zbnkchmi
121200     EXIT.                                                        zbnkchmi
121300                                                                  zbnkchmi
121400 RUN-CONTROL-END.                                                 zbnkchmi
121500     SET RUNCTL-END TO TRUE.                                      zbnkchmi
121600     MOVE RETURN-CODE TO RUNCTL-RETURN-CODE.                      zbnkchmi
121700     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkchmi
121800                                                                  zbnkchmi
121900******************************************************************zbnkchmi
122000* Display the file status bytes                                  *zbnkchmi
122100******************************************************************zbnkchmi
122200 DISPLAY-IO-STATUS.                                               zbnkchmi
122300     IF WS-IO-STATUS NUMERIC                                      zbnkchmi
122400        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkchmi
122500        STRING 'File status -' DELIMITED BY SIZE                  zbnkchmi
122600               WS-IO-STATUS DELIMITED BY SIZE                     zbnkchmi
122700          INTO WS-CONSOLE-MESSAGE                                 zbnkchmi
122800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchmi
122900     ELSE                                                         zbnkchmi
123000        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     zbnkchmi
123100        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    zbnkchmi
123200        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkchmi
123300        STRING 'File status -' DELIMITED BY SIZE                  zbnkchmi
123400               WS-IO-STAT1 DELIMITED BY SIZE                      zbnkchmi
123500               '/' DELIMITED BY SIZE                              zbnkchmi
123600               WS-TWO-BYTES DELIMITED BY SIZE                     zbnkchmi
123700          INTO WS-CONSOLE-MESSAGE                                 zbnkchmi
123800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchmi
123900     END-IF.                                                      zbnkchmi
124000                                                                  zbnkchmi
124100******************************************************************zbnkchmi
124200* 'ABORT' the program. Post a message and issue a goback         *zbnkchmi
124300******************************************************************zbnkchmi
124400 ABORT-PROGRAM.                                                   zbnkchmi
124500     IF WS-CONSOLE-MESSAGE NOT = SPACES                           zbnkchmi
124600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchmi
124700     END-IF.                                                      zbnkchmi
124800     MOVE 'Program is abending...' TO WS-CONSOLE-MESSAGE.         zbnkchmi
124900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkchmi
125000     MOVE 16 TO RETURN-CODE.                                      zbnkchmi
125100     GOBACK.                                                      zbnkchmi
125200                                                                  zbnkchmi
125300******************************************************************zbnkchmi
125400* Display CONSOLE messages...                                    *zbnkchmi
125500******************************************************************zbnkchmi
125600 DISPLAY-CONSOLE-MESSAGE.                                         zbnkchmi
125700     DISPLAY 'ZBNKCHMI - ' WS-CONSOLE-MESSAGE                     zbnkchmi
125800       UPON CONSOLE.                                              zbnkchmi
125900     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       zbnkchmi
