000100******************************************************************zbnkmstm
000200*                                                               * zbnkmstm
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * zbnkmstm
000400*   This demonstration program is provided for use by users     * zbnkmstm
000500*   of Micro Focus products and may be used, modified and       * zbnkmstm
000600*   distributed as part of your application provided that       * zbnkmstm
000700*   you properly acknowledge the copyright of Micro Focus       * zbnkmstm
000800*   in this material.                                           * zbnkmstm
000900*                                                               * zbnkmstm
001000******************************************************************zbnkmstm
001100                                                                  zbnkmstm
001200******************************************************************zbnkmstm
001300* ZBNKMSTM.CBL                                                   *zbnkmstm
001400* Function:    Monthly merchant statement run. For every merchant*zbnkmstm
001500*              on the BNKMRCH merchant master that ZBNKPOSP      *zbnkmstm
001600*              settled in the month just ended (PARM=CCYYMM      *zbnkmstm
001700*              states an earlier month) this job prints a        *zbnkmstm
001800*              statement from the BNKMSET settlement history -   *zbnkmstm
001900*              each day's card purchases, gross sales, the fee   *zbnkmstm
002000*              deducted at the merchant's fee rate and the net   *zbnkmstm
002100*              amount credited to the settlement account, with   *zbnkmstm
002200*              the month's totals. The statement is addressed to *zbnkmstm
002300*              the settlement account's owner and every line is  *zbnkmstm
002400*              stored on the BNKSARC statement archive so        *zbnkmstm
002500*              DBANK18P can reprint it.                          *zbnkmstm
002600******************************************************************zbnkmstm
002700 IDENTIFICATION DIVISION.                                         zbnkmstm
002800 PROGRAM-ID.                                                      zbnkmstm
002900     ZBNKMSTM.                                                    zbnkmstm
003000 DATE-WRITTEN.                                                    zbnkmstm
003100     October 2026.                                                zbnkmstm
003200 DATE-COMPILED.                                                   zbnkmstm
003300     Today.                                                       zbnkmstm
003400                                                                  zbnkmstm
003500 ENVIRONMENT DIVISION.                                            zbnkmstm
003600 INPUT-OUTPUT   SECTION.                                          zbnkmstm
003700   FILE-CONTROL.                                                  zbnkmstm
003800     SELECT MERCH-FILE                                            zbnkmstm
003900            ASSIGN       TO BNKMRCH                               zbnkmstm
004000            ORGANIZATION IS INDEXED                               zbnkmstm
004100            ACCESS MODE  IS SEQUENTIAL                            zbnkmstm
004200            RECORD KEY   IS MR-REC-MERCHANT-ID                    zbnkmstm
004300            FILE STATUS  IS WS-MERCH-STATUS.                      zbnkmstm
004400     SELECT MSET-FILE                                             zbnkmstm
004500            ASSIGN       TO BNKMSET                               zbnkmstm
004600            ORGANIZATION IS INDEXED                               zbnkmstm
004700            ACCESS MODE  IS DYNAMIC                               zbnkmstm
004800            RECORD KEY   IS MS-REC-KEY                            zbnkmstm
004900            FILE STATUS  IS WS-MSET-STATUS.                       zbnkmstm
005000     SELECT ACCOUNT-FILE                                          zbnkmstm
005100            ASSIGN       TO BNKACCT                               zbnkmstm
005200            ORGANIZATION IS INDEXED                               zbnkmstm
005300            ACCESS MODE  IS RANDOM                                zbnkmstm
005400            RECORD KEY   IS BAC-REC-ACCNO                         zbnkmstm
005500            FILE STATUS  IS WS-ACCOUNT-STATUS.                    zbnkmstm
005600     SELECT CUST-FILE                                             zbnkmstm
005700            ASSIGN       TO BNKCUST                               zbnkmstm
005800            ORGANIZATION IS INDEXED                               zbnkmstm
005900            ACCESS MODE  IS RANDOM                                zbnkmstm
006000            RECORD KEY   IS BCS-REC-PID                           zbnkmstm
006100            FILE STATUS  IS WS-CUST-STATUS.                       zbnkmstm
006200     SELECT SARC-FILE                                             zbnkmstm
006300            ASSIGN       TO BNKSARC                               zbnkmstm
006400            ORGANIZATION IS INDEXED                               zbnkmstm
006500            ACCESS MODE  IS RANDOM                                zbnkmstm
006600            RECORD KEY   IS SA-REC-KEY                            zbnkmstm
006700            FILE STATUS  IS WS-SARC-STATUS.                       zbnkmstm
006800     SELECT PRINTOUT-FILE                                         zbnkmstm
006900            ASSIGN       TO PRINTOUT                              zbnkmstm
007000            ORGANIZATION IS SEQUENTIAL                            zbnkmstm
007100            ACCESS MODE  IS SEQUENTIAL                            zbnkmstm
007200            FILE STATUS  IS WS-PRINTOUT-STATUS.                   zbnkmstm
007300     SELECT JOBSUM-FILE                                           zbnkmstm
007400            ASSIGN       TO JOBSUM                                zbnkmstm
007500            ORGANIZATION IS SEQUENTIAL                            zbnkmstm
007600            ACCESS MODE  IS SEQUENTIAL                            zbnkmstm
007700            FILE STATUS  IS WS-JOBSUM-STATUS.                     zbnkmstm
007800                                                                  zbnkmstm
007900 DATA DIVISION.                                                   zbnkmstm
008000 FILE SECTION.                                                    zbnkmstm
008100                                                                  zbnkmstm
008200 FD  MERCH-FILE.                                                  zbnkmstm
008300 01  MERCH-FILE-REC.                                              zbnkmstm
008400 COPY CBANKVMR.                                                   zbnkmstm
008500                                                                  zbnkmstm
008600 FD  MSET-FILE.                                                   zbnkmstm
008700 01  MSET-FILE-REC.                                               zbnkmstm
008800 COPY CBANKVMS.                                                   zbnkmstm
008900                                                                  zbnkmstm
009000 FD  ACCOUNT-FILE.                                                zbnkmstm
009100 01  ACCOUNT-FILE-REC.                                            zbnkmstm
009200 COPY CBANKVAC.                                                   zbnkmstm
009300                                                                  zbnkmstm
009400 FD  CUST-FILE.                                                   zbnkmstm
009500 01  CUST-FILE-REC.                                               zbnkmstm
009600 COPY CBANKVCS.                                                   zbnkmstm
009700                                                                  zbnkmstm
009800 FD  SARC-FILE.                                                   zbnkmstm
009900 01  SARC-FILE-REC.                                               zbnkmstm
010000 COPY CBANKVSA.                                                   zbnkmstm
010100                                                                  zbnkmstm
010200 FD  PRINTOUT-FILE.                                               zbnkmstm
010300 01  PRINTOUT-REC                          PIC X(121).            zbnkmstm
010400                                                                  zbnkmstm
010500 FD  JOBSUM-FILE.                                                 zbnkmstm
010600 01  JOBSUM-REC                            PIC X(80).             zbnkmstm
010700                                                                  zbnkmstm
010800 WORKING-STORAGE SECTION.                                         zbnkmstm
010900 01  WS-RUN-CONTROL.                                              zbnkmstm
011000 COPY CRUNCTLD.                                                   zbnkmstm
011100 01  WS-FILE-STATUSES.                                            zbnkmstm
011200   05  WS-MERCH-STATUS.                                           zbnkmstm
011300     10  WS-MERCH-STAT1                PIC X(1).                  zbnkmstm
011400     10  WS-MERCH-STAT2                PIC X(1).                  zbnkmstm
011500   05  WS-MSET-STATUS.                                            zbnkmstm
011600     10  WS-MSET-STAT1                 PIC X(1).                  zbnkmstm
011700     10  WS-MSET-STAT2                 PIC X(1).                  zbnkmstm
011800   05  WS-ACCOUNT-STATUS.                                         zbnkmstm
011900     10  WS-ACCOUNT-STAT1              PIC X(1).                  zbnkmstm
012000     10  WS-ACCOUNT-STAT2              PIC X(1).                  zbnkmstm
012100   05  WS-CUST-STATUS.                                            zbnkmstm
012200     10  WS-CUST-STAT1                 PIC X(1).                  zbnkmstm
012300     10  WS-CUST-STAT2                 PIC X(1).                  zbnkmstm
012400   05  WS-SARC-STATUS.                                            zbnkmstm
012500     10  WS-SARC-STAT1                 PIC X(1).                  zbnkmstm
012600     10  WS-SARC-STAT2                 PIC X(1).                  zbnkmstm
012700   05  WS-PRINTOUT-STATUS.                                        zbnkmstm
012800     10  WS-PRINTOUT-STAT1             PIC X(1).                  zbnkmstm
012900     10  WS-PRINTOUT-STAT2             PIC X(1).                  zbnkmstm
013000   05  WS-JOBSUM-STATUS.                                          zbnkmstm
013100     10  WS-JOBSUM-STAT1               PIC X(1).                  zbnkmstm
013200     10  WS-JOBSUM-STAT2               PIC X(1).                  zbnkmstm
013300   05  WS-IO-STATUS.                                              zbnkmstm
013400     10  WS-IO-STAT1                   PIC X(1).                  zbnkmstm
013500     10  WS-IO-STAT2                   PIC X(1).                  zbnkmstm
013600                                                                  zbnkmstm
013700   05  WS-TWO-BYTES.                                              zbnkmstm
013800     10  WS-TWO-BYTES-LEFT             PIC X(1).                  zbnkmstm
013900     10  WS-TWO-BYTES-RIGHT            PIC X(1).                  zbnkmstm
014000   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 zbnkmstm
014100                                      PIC 9(1) COMP.              zbnkmstm
014200                                                                  zbnkmstm
014300 01  WS-CONSOLE-MESSAGE                    PIC X(48).             zbnkmstm
014400                                                                  zbnkmstm
014500 01  WS-DATE-WORK-AREA.                                           zbnkmstm
014600 COPY CDATED.                                                     zbnkmstm
014700                                                                  zbnkmstm
014800 01  WS-TODAY-DATE-N                       PIC 9(8).              zbnkmstm
014900 01  WS-TODAY-DATE-PARTS REDEFINES WS-TODAY-DATE-N.               zbnkmstm
015000     05  WS-TODAY-CCYY                     PIC 9(4).              zbnkmstm
015100     05  WS-TODAY-MM                       PIC 9(2).              zbnkmstm
015200     05  WS-TODAY-DD                       PIC 9(2).              zbnkmstm
015300 01  WS-RUN-DATE-DISPLAY                   PIC X(11).             zbnkmstm
015400 01  WS-RUN-TIME-8                         PIC 9(8).              zbnkmstm
015500 01  WS-RUN-TIME                           PIC X(6).              zbnkmstm
015600                                                                  zbnkmstm
015700******************************************************************zbnkmstm
015800* The statement month is the calendar month before today's, or   *zbnkmstm
015900* the CCYYMM given in the PARM. It runs from the 1st to the last *zbnkmstm
016000* day of that month.                                             *zbnkmstm
016100******************************************************************zbnkmstm
016200 01  WS-PERIOD-START-N                     PIC 9(8).              zbnkmstm
016300 01  WS-PERIOD-START-PARTS REDEFINES WS-PERIOD-START-N.           zbnkmstm
016400     05  WS-PERIOD-START-CCYY              PIC 9(4).              zbnkmstm
016500     05  WS-PERIOD-START-MM                PIC 9(2).              zbnkmstm
016600     05  WS-PERIOD-START-DD                PIC 9(2).              zbnkmstm
016700 01  WS-PERIOD-END-N                       PIC 9(8).              zbnkmstm
016800 01  WS-PERIOD-END-PARTS REDEFINES WS-PERIOD-END-N.               zbnkmstm
016900     05  WS-PERIOD-END-CCYY                PIC 9(4).              zbnkmstm
017000     05  WS-PERIOD-END-MM                  PIC 9(2).              zbnkmstm
017100     05  WS-PERIOD-END-DD                  PIC 9(2).              zbnkmstm
017200 01  WS-PARM-MONTH                         PIC X(6).              zbnkmstm
017300 01  WS-PARM-MONTH-N REDEFINES WS-PARM-MONTH.                     zbnkmstm
017400     05  WS-PARM-CCYY                      PIC 9(4).              zbnkmstm
017500     05  WS-PARM-MM                        PIC 9(2).              zbnkmstm
017600                                                                  zbnkmstm
017700 01  WS-MONTH-LENGTHS.                                            zbnkmstm
017800     05  FILLER                            PIC 9(2) VALUE 31.     zbnkmstm
017900     05  FILLER                            PIC 9(2) VALUE 28.     zbnkmstm
018000     05  FILLER                            PIC 9(2) VALUE 31.     zbnkmstm
018100     05  FILLER                            PIC 9(2) VALUE 30.     zbnkmstm
018200     05  FILLER                            PIC 9(2) VALUE 31.     zbnkmstm
018300     05  FILLER                            PIC 9(2) VALUE 30.     zbnkmstm
018400     05  FILLER                            PIC 9(2) VALUE 31.     zbnkmstm
018500     05  FILLER                            PIC 9(2) VALUE 31.     zbnkmstm
018600     05  FILLER                            PIC 9(2) VALUE 30.     zbnkmstm
018700     05  FILLER                            PIC 9(2) VALUE 31.     zbnkmstm
018800     05  FILLER                            PIC 9(2) VALUE 30.     zbnkmstm
018900     05  FILLER                            PIC 9(2) VALUE 31.     zbnkmstm
019000 01  WS-MONTH-LENGTHS-TBL REDEFINES WS-MONTH-LENGTHS              zbnkmstm
019100                                      PIC 9(2) OCCURS 12 TIMES.   zbnkmstm
019200 01  WS-LEAP-QUOTIENT                      PIC 9(4).              zbnkmstm
019300 01  WS-LEAP-REMAINDER-4                   PIC 9(4).              zbnkmstm
019400 01  WS-LEAP-REMAINDER-100                 PIC 9(4).              zbnkmstm
019500 01  WS-LEAP-REMAINDER-400                 PIC 9(4).              zbnkmstm
019600                                                                  zbnkmstm
019700******************************************************************zbnkmstm
019800* Any CCYYMMDD date shown on the statement is edited through     *zbnkmstm
019900* here as dd/mm/ccyy.                                            *zbnkmstm
020000******************************************************************zbnkmstm
020100 01  WS-EDIT-DATE-N                        PIC 9(8).              zbnkmstm
020200 01  WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE-N.                 zbnkmstm
020300     05  WS-EDIT-CCYY                      PIC 9(4).              zbnkmstm
020400     05  WS-EDIT-MM                        PIC 9(2).              zbnkmstm
020500     05  WS-EDIT-DD                        PIC 9(2).              zbnkmstm
020600 01  WS-EDIT-DATE.                                                zbnkmstm
020700     05  WS-EDIT-DATE-DD                   PIC 9(2).              zbnkmstm
020800     05  FILLER                            PIC X(1) VALUE '/'.    zbnkmstm
020900     05  WS-EDIT-DATE-MM                   PIC 9(2).              zbnkmstm
021000     05  FILLER                            PIC X(1) VALUE '/'.    zbnkmstm
021100     05  WS-EDIT-DATE-CCYY                 PIC 9(4).              zbnkmstm
021200                                                                  zbnkmstm
021300******************************************************************zbnkmstm
021400* The month's totals for the merchant being stated.              *zbnkmstm
021500******************************************************************zbnkmstm
021600 01  WS-MONTH-ITEMS                        PIC 9(7).              zbnkmstm
021700 01  WS-MONTH-GROSS                        PIC S9(11)V99 COMP-3.  zbnkmstm
021800 01  WS-MONTH-FEE                          PIC S9(9)V99 COMP-3.   zbnkmstm
021900 01  WS-MONTH-NET                          PIC S9(11)V99 COMP-3.  zbnkmstm
022000 01  WS-DAYS-THIS-MERCHANT                 PIC 9(3).              zbnkmstm
022100                                                                  zbnkmstm
022200 01  WS-END-OF-MERCH                       PIC X(3) VALUE 'NO '.  zbnkmstm
022300 01  WS-END-OF-MSET                        PIC X(3) VALUE 'NO '.  zbnkmstm
022400                                                                  zbnkmstm
022500******************************************************************zbnkmstm
022600* Merchant statements are archived under the settlement account  *zbnkmstm
022700* owner's contact id and today's date like the deposit statement *zbnkmstm
022800* ZBNKPRT1 stores, but from line 60001 upwards, after any loan   *zbnkmstm
022900* statement ZBNKLNST stored from 50001. An owner with several    *zbnkmstm
023000* merchants gets them one after another; the table remembers     *zbnkmstm
023100* where each owner's lines have reached this run.                *zbnkmstm
023200******************************************************************zbnkmstm
023300 01  WS-SARC-AVAILABLE                     PIC X(3) VALUE 'NO '.  zbnkmstm
023400 01  WS-SARC-SEQ                           PIC 9(5) VALUE ZERO.   zbnkmstm
023500 01  WS-SARC-FIRST-SEQ                     PIC 9(5) VALUE 60000.  zbnkmstm
023600 01  WS-CURRENT-CONTACT                    PIC X(5) VALUE SPACES. zbnkmstm
023700 01  WS-CONTACT-TABLE.                                            zbnkmstm
023800   05  WS-CON-COUNT                        PIC 9(3) VALUE ZERO.   zbnkmstm
023900   05  WS-CON-ENTRY OCCURS 500 TIMES                              zbnkmstm
024000       INDEXED BY CON-IDX.                                        zbnkmstm
024100     10  WS-CON-PID                        PIC X(5).              zbnkmstm
024200     10  WS-CON-LAST-SEQ                   PIC 9(5).              zbnkmstm
024300                                                                  zbnkmstm
024400******************************************************************zbnkmstm
024500* Statement print lines. Column 1 is the carriage control        *zbnkmstm
024600* character, as on the deposit statement.                        *zbnkmstm
024700******************************************************************zbnkmstm
024800 01  WS-PRINT-LINES.                                              zbnkmstm
024900   05  WS-LINE-HEAD1.                                             zbnkmstm
025000     10  FILLER                            PIC X(1) VALUE '1'.    zbnkmstm
025100     10  FILLER                            PIC X(40) VALUE SPACES.zbnkmstm
025200     10  FILLER                            PIC X(21)              zbnkmstm
025300         VALUE 'Micro Focus Demo Bank'.                           zbnkmstm
025400   05  WS-LINE-HEAD2.                                             zbnkmstm
025500     10  FILLER                            PIC X(1) VALUE ' '.    zbnkmstm
025600     10  FILLER                            PIC X(40) VALUE SPACES.zbnkmstm
025700     10  FILLER                            PIC X(18)              zbnkmstm
025800         VALUE 'Merchant Statement'.                              zbnkmstm
025900   05  WS-LINE-ADDR.                                              zbnkmstm
026000     10  WS-LINE-ADDR-CC                   PIC X(1).              zbnkmstm
026100     10  WS-LINE-ADDR-TEXT                 PIC X(25).             zbnkmstm
026200     10  FILLER                            PIC X(53) VALUE SPACES.zbnkmstm
026300     10  WS-LINE-ADDR-DATE                 PIC X(24).             zbnkmstm
026400   05  WS-LINE-MERCHANT.                                          zbnkmstm
026500     10  FILLER                            PIC X(1) VALUE '0'.    zbnkmstm
026600     10  FILLER                            PIC X(9)               zbnkmstm
026700         VALUE 'Merchant '.                                       zbnkmstm
026800     10  WS-LINE-MER-ID                    PIC X(11).             zbnkmstm
026900     10  FILLER                            PIC X(1) VALUE SPACE.  zbnkmstm
027000     10  WS-LINE-MER-NAME                  PIC X(25).             zbnkmstm
027100     10  FILLER                            PIC X(22)              zbnkmstm
027200         VALUE '   Settlement account '.                          zbnkmstm
027300     10  WS-LINE-MER-ACCNO                 PIC X(9).              zbnkmstm
027400     10  FILLER                            PIC X(12)              zbnkmstm
027500         VALUE '   Fee rate '.                                    zbnkmstm
027600     10  WS-LINE-MER-RATE                  PIC Z9.99.             zbnkmstm
027700     10  FILLER                            PIC X(1) VALUE '%'.    zbnkmstm
027800   05  WS-LINE-PERIOD.                                            zbnkmstm
027900     10  FILLER                            PIC X(1) VALUE ' '.    zbnkmstm
028000     10  FILLER                            PIC X(17)              zbnkmstm
028100         VALUE 'Statement period '.                               zbnkmstm
028200     10  WS-LINE-PERIOD-FROM               PIC X(10).             zbnkmstm
028300     10  FILLER                            PIC X(4) VALUE ' to '. zbnkmstm
028400     10  WS-LINE-PERIOD-TO                 PIC X(10).             zbnkmstm
028500   05  WS-LINE-COLUMNS.                                           zbnkmstm
028600     10  FILLER                            PIC X(1) VALUE '0'.    zbnkmstm
028700     10  FILLER                            PIC X(2) VALUE SPACES. zbnkmstm
028800     10  FILLER                            PIC X(10) VALUE 'Date'.zbnkmstm
028900     10  FILLER                            PIC X(10)              zbnkmstm
029000         VALUE '     Items'.                                      zbnkmstm
029100     10  FILLER                            PIC X(18)              zbnkmstm
029200         VALUE '       Gross sales'.                              zbnkmstm
029300     10  FILLER                            PIC X(16)              zbnkmstm
029400         VALUE '    Fee deducted'.                                zbnkmstm
029500     10  FILLER                            PIC X(18)              zbnkmstm
029600         VALUE '       Net settled'.                              zbnkmstm
029700   05  WS-LINE-DAY.                                               zbnkmstm
029800     10  FILLER                            PIC X(1) VALUE ' '.    zbnkmstm
029900     10  FILLER                            PIC X(2) VALUE SPACES. zbnkmstm
030000     10  WS-LINE-DAY-DATE                  PIC X(10).             zbnkmstm
030100     10  FILLER                            PIC X(1) VALUE SPACE.  zbnkmstm
030200     10  WS-LINE-DAY-ITEMS                 PIC Z,ZZZ,ZZ9.         zbnkmstm
030300     10  FILLER                            PIC X(3) VALUE SPACES. zbnkmstm
030400     10  WS-LINE-DAY-GROSS                 PIC ZZ,ZZZ,ZZ9.99-.    zbnkmstm
030500     10  FILLER                            PIC X(2) VALUE SPACES. zbnkmstm
030600     10  WS-LINE-DAY-FEE                   PIC ZZZ,ZZ9.99-.       zbnkmstm
030700     10  FILLER                            PIC X(3) VALUE SPACES. zbnkmstm
030800     10  WS-LINE-DAY-NET                   PIC ZZ,ZZZ,ZZ9.99-.    zbnkmstm
030900   05  WS-LINE-TEXT.                                              zbnkmstm
031000     10  FILLER                            PIC X(1) VALUE ' '.    zbnkmstm
031100     10  FILLER                            PIC X(2) VALUE SPACES. zbnkmstm
031200     10  WS-LINE-TEXT-BODY                 PIC X(118).            zbnkmstm
031300                                                                  zbnkmstm
031400******************************************************************zbnkmstm
031500* Run counters, reported on the job summary at the end of the    *zbnkmstm
031600* run.                                                           *zbnkmstm
031700******************************************************************zbnkmstm
031800 01  WS-MERCHANTS-READ                     PIC 9(5) VALUE ZERO.   zbnkmstm
031900 01  WS-MERCHANTS-NO-ACTIVITY              PIC 9(5) VALUE ZERO.   zbnkmstm
032000 01  WS-STATEMENTS-PRINTED                 PIC 9(5) VALUE ZERO.   zbnkmstm
032100 01  WS-NOT-ARCHIVED                       PIC 9(5) VALUE ZERO.   zbnkmstm
032200 01  WS-DAYS-LISTED                        PIC 9(7) VALUE ZERO.   zbnkmstm
032300 01  WS-LINES-ARCHIVED                     PIC 9(7) VALUE ZERO.   zbnkmstm
032400                                                                  zbnkmstm
032500 LINKAGE SECTION.                                                 zbnkmstm
032600 01  LK-EXEC-PARM.                                                zbnkmstm
032700   05  LK-EXEC-PARM-LL                     PIC S9(4) COMP.        zbnkmstm
032800   05  LK-EXEC-PARM-DATA                   PIC X(6).              zbnkmstm
032900                                                                  zbnkmstm
033000 PROCEDURE DIVISION USING LK-EXEC-PARM.                           zbnkmstm
033100                                                                  zbnkmstm
033200     PERFORM RUN-CONTROL-START                                    zbnkmstm
033300         THRU RUN-CONTROL-START-EXIT.                             zbnkmstm
033400     PERFORM GET-RUN-DATE.                                        zbnkmstm
033500     MOVE SPACES TO WS-PARM-MONTH.                                zbnkmstm
033600     IF LK-EXEC-PARM-LL IS GREATER THAN ZERO                      zbnkmstm
033700        MOVE LK-EXEC-PARM-DATA TO WS-PARM-MONTH                   zbnkmstm
033800     END-IF.                                                      zbnkmstm
033900     PERFORM SET-STATEMENT-PERIOD                                 zbnkmstm
034000         THRU SET-STATEMENT-PERIOD-EXIT.                          zbnkmstm
034100                                                                  zbnkmstm
034200     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           zbnkmstm
034300     STRING 'Merchant statements for ' DELIMITED BY SIZE          zbnkmstm
034400            WS-PERIOD-START-CCYY DELIMITED BY SIZE                zbnkmstm
034500            '-' DELIMITED BY SIZE                                 zbnkmstm
034600            WS-PERIOD-START-MM DELIMITED BY SIZE                  zbnkmstm
034700       INTO WS-CONSOLE-MESSAGE.                                   zbnkmstm
034800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkmstm
034900                                                                  zbnkmstm
035000     PERFORM MERCH-OPEN.                                          zbnkmstm
035100     PERFORM MSET-OPEN.                                           zbnkmstm
035200     PERFORM ACCOUNT-OPEN.                                        zbnkmstm
035300     PERFORM CUST-OPEN.                                           zbnkmstm
035400     PERFORM SARC-OPEN.                                           zbnkmstm
035500     PERFORM PRINTOUT-OPEN.                                       zbnkmstm
035600                                                                  zbnkmstm
035700     PERFORM MERCH-GET.                                           zbnkmstm
035800     PERFORM STATE-ONE-MERCHANT                                   zbnkmstm
035900         THRU STATE-ONE-MERCHANT-EXIT                             zbnkmstm
036000             UNTIL WS-END-OF-MERCH = 'YES'.                       zbnkmstm
036100                                                                  zbnkmstm
036200     PERFORM MERCH-CLOSE.                                         zbnkmstm
036300     PERFORM MSET-CLOSE.                                          zbnkmstm
036400     PERFORM ACCOUNT-CLOSE.                                       zbnkmstm
036500     PERFORM CUST-CLOSE.                                          zbnkmstm
036600     PERFORM SARC-CLOSE.                                          zbnkmstm
036700     PERFORM PRINTOUT-CLOSE.                                      zbnkmstm
036800                                                                  zbnkmstm
036900     PERFORM PRINT-JOB-SUMMARY.                                   zbnkmstm
037000                                                                  zbnkmstm
037100     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     zbnkmstm
037200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkmstm
037300     MOVE 0 TO RETURN-CODE.                                       zbnkmstm
037400     IF WS-NOT-ARCHIVED IS GREATER THAN ZERO                      zbnkmstm
037500        MOVE 4 TO RETURN-CODE                                     zbnkmstm
037600     END-IF.                                                      zbnkmstm
037700     PERFORM RUN-CONTROL-END.                                     zbnkmstm
037800     GOBACK.                                                      zbnkmstm
037900                                                                  zbnkmstm
038000******************************************************************zbnkmstm
038100* GET-RUN-DATE                                                   *zbnkmstm
038200* Obtains today's date, in both numeric and display form, and    *zbnkmstm
038300* the current time.                                              *zbnkmstm
038400******************************************************************zbnkmstm
038500 GET-RUN-DATE.                                                    zbnkmstm
038600     ACCEPT WS-TODAY-DATE-N FROM DATE YYYYMMDD.                   zbnkmstm
038700     MOVE SPACES TO DD-INPUT-TYPE.                                zbnkmstm
038800     SET DDI-ISO TO TRUE.                                         zbnkmstm
038900     MOVE SPACES TO DDI-DATA.                                     zbnkmstm
039000     STRING WS-TODAY-CCYY DELIMITED BY SIZE                       zbnkmstm
039100            '-'           DELIMITED BY SIZE                       zbnkmstm
039200            WS-TODAY-MM   DELIMITED BY SIZE                       zbnkmstm
039300            '-'           DELIMITED BY SIZE                       zbnkmstm
039400            WS-TODAY-DD   DELIMITED BY SIZE                       zbnkmstm
039500       INTO DDI-DATA.                                             zbnkmstm
039600     MOVE SPACES TO DD-OUTPUT-TYPE.                               zbnkmstm
039700     SET DDO-DD-MMM-YYYY TO TRUE.                                 zbnkmstm
039800     SET DD-ENV-NULL TO TRUE.                                     zbnkmstm
039900     CALL 'UDATECNV' USING WS-DATE-WORK-AREA.                     zbnkmstm
040000     MOVE DDO-DATA TO WS-RUN-DATE-DISPLAY.                        zbnkmstm
040100     ACCEPT WS-RUN-TIME-8 FROM TIME.                              zbnkmstm
040200     MOVE WS-RUN-TIME-8(1:6) TO WS-RUN-TIME.                      zbnkmstm
040300 GET-RUN-DATE-EXIT.                                               zbnkmstm
040400     EXIT.                                                        zbnkmstm
040500                                                                  zbnkmstm
040600******************************************************************zbnkmstm
040700* SET-STATEMENT-PERIOD                                           *zbnkmstm
040800* The month before today's unless the PARM names a valid CCYYMM; *zbnkmstm
040900* the period ends on the month's last day, the 29th for a leap   *zbnkmstm
041000* February.                                                      *zbnkmstm
041100******************************************************************zbnkmstm
041200 SET-STATEMENT-PERIOD.                                            zbnkmstm
041300     MOVE WS-TODAY-DATE-N TO WS-PERIOD-START-N.                   zbnkmstm
041400     IF WS-PERIOD-START-MM IS EQUAL TO 1                          zbnkmstm
041500        MOVE 12 TO WS-PERIOD-START-MM                             zbnkmstm
041600        SUBTRACT 1 FROM WS-PERIOD-START-CCYY                      zbnkmstm
041700     ELSE                                                         zbnkmstm
041800        SUBTRACT 1 FROM WS-PERIOD-START-MM                        zbnkmstm
041900     END-IF.                                                      zbnkmstm
042000     IF WS-PARM-MONTH IS NUMERIC                                  zbnkmstm
042100        IF WS-PARM-MM IS GREATER THAN ZERO AND                    zbnkmstm
042200           WS-PARM-MM IS NOT GREATER THAN 12                      zbnkmstm
042300           MOVE WS-PARM-CCYY TO WS-PERIOD-START-CCYY              zbnkmstm
042400           MOVE WS-PARM-MM TO WS-PERIOD-START-MM                  zbnkmstm
042500        ELSE                                                      zbnkmstm
042600           MOVE 'PARM month not valid - last month stated'        zbnkmstm
042700             TO WS-CONSOLE-MESSAGE                                zbnkmstm
042800           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkmstm
042900        END-IF                                                    zbnkmstm
043000     END-IF.                                                      zbnkmstm
043100     MOVE 1 TO WS-PERIOD-START-DD.                                zbnkmstm
043200     MOVE WS-PERIOD-START-N TO WS-PERIOD-END-N.                   zbnkmstm
043300     MOVE WS-MONTH-LENGTHS-TBL (WS-PERIOD-END-MM)                 zbnkmstm
043400       TO WS-PERIOD-END-DD.                                       zbnkmstm
043500     IF WS-PERIOD-END-MM IS NOT EQUAL TO 2                        zbnkmstm
043600        GO TO SET-STATEMENT-PERIOD-EXIT                           zbnkmstm
043700     END-IF.                                                      zbnkmstm
043800     DIVIDE WS-PERIOD-END-CCYY BY 4 GIVING WS-LEAP-QUOTIENT       zbnkmstm
043900       REMAINDER WS-LEAP-REMAINDER-4.                             zbnkmstm
044000     DIVIDE WS-PERIOD-END-CCYY BY 100 GIVING WS-LEAP-QUOTIENT     zbnkmstm
044100       REMAINDER WS-LEAP-REMAINDER-100.                           zbnkmstm
044200     DIVIDE WS-PERIOD-END-CCYY BY 400 GIVING WS-LEAP-QUOTIENT     zbnkmstm
044300       REMAINDER WS-LEAP-REMAINDER-400.                           zbnkmstm
044400     IF WS-LEAP-REMAINDER-4 IS EQUAL TO ZERO AND                  zbnkmstm
044500        (WS-LEAP-REMAINDER-100 IS NOT EQUAL TO ZERO OR            zbnkmstm
044600         WS-LEAP-REMAINDER-400 IS EQUAL TO ZERO)                  zbnkmstm
044700        MOVE 29 TO WS-PERIOD-END-DD                               zbnkmstm
044800     END-IF.                                                      zbnkmstm
044900 SET-STATEMENT-PERIOD-EXIT.                                       zbnkmstm
045000     EXIT.                                                        zbnkmstm
045100                                                                  zbnkmstm
045200******************************************************************zbnkmstm
045300* STATE-ONE-MERCHANT                                             *zbnkmstm
045400* A merchant is stated when BNKMSET holds at least one day       *zbnkmstm
045500* settled in the period - a merchant suspended or closed during  *zbnkmstm
045600* the month still gets the days it traded.                       *zbnkmstm
045700******************************************************************zbnkmstm
045800 STATE-ONE-MERCHANT.                                              zbnkmstm
045900     ADD 1 TO WS-MERCHANTS-READ.                                  zbnkmstm
046000     MOVE MR-REC-MERCHANT-ID TO MS-REC-MERCHANT-ID.               zbnkmstm
046100     MOVE WS-PERIOD-START-N TO MS-REC-SETTLE-DTE.                 zbnkmstm
046200     MOVE 'NO ' TO WS-END-OF-MSET.                                zbnkmstm
046300     PERFORM MSET-START.                                          zbnkmstm
046400     IF WS-END-OF-MSET = 'NO '                                    zbnkmstm
046500        PERFORM MSET-GET                                          zbnkmstm
046600     END-IF.                                                      zbnkmstm
046700     PERFORM CHECK-MSET-IN-PERIOD.                                zbnkmstm
046800     IF WS-END-OF-MSET = 'YES'                                    zbnkmstm
046900        ADD 1 TO WS-MERCHANTS-NO-ACTIVITY                         zbnkmstm
047000        GO TO STATE-ONE-MERCHANT-NEXT                             zbnkmstm
047100     END-IF.                                                      zbnkmstm
047200     MOVE ZERO TO WS-MONTH-ITEMS.                                 zbnkmstm
047300     MOVE ZERO TO WS-MONTH-GROSS.                                 zbnkmstm
047400     MOVE ZERO TO WS-MONTH-FEE.                                   zbnkmstm
047500     MOVE ZERO TO WS-MONTH-NET.                                   zbnkmstm
047600     MOVE ZERO TO WS-DAYS-THIS-MERCHANT.                          zbnkmstm
047700     PERFORM FIND-STATEMENT-OWNER                                 zbnkmstm
047800         THRU FIND-STATEMENT-OWNER-EXIT.                          zbnkmstm
047900     PERFORM PRINT-STATEMENT-HEADING.                             zbnkmstm
048000     PERFORM LIST-ONE-DAY                                         zbnkmstm
048100         UNTIL WS-END-OF-MSET = 'YES'.                            zbnkmstm
048200     PERFORM PRINT-STATEMENT-TOTALS.                              zbnkmstm
048300     ADD 1 TO WS-STATEMENTS-PRINTED.                              zbnkmstm
048400     IF WS-CURRENT-CONTACT IS NOT EQUAL TO SPACES                 zbnkmstm
048500        MOVE WS-SARC-SEQ TO WS-CON-LAST-SEQ (CON-IDX)             zbnkmstm
048600     END-IF.                                                      zbnkmstm
048700 STATE-ONE-MERCHANT-NEXT.                                         zbnkmstm
048800     PERFORM MERCH-GET.                                           zbnkmstm
048900 STATE-ONE-MERCHANT-EXIT.                                         zbnkmstm
049000     EXIT.                                                        zbnkmstm
049100                                                                  zbnkmstm
049200******************************************************************zbnkmstm
049300* The history record just read belongs to this statement while   *zbnkmstm
049400* it is the same merchant and inside the period.                 *zbnkmstm
049500******************************************************************zbnkmstm
049600 CHECK-MSET-IN-PERIOD.                                            zbnkmstm
049700     IF WS-END-OF-MSET = 'NO '                                    zbnkmstm
049800        IF MS-REC-MERCHANT-ID IS NOT EQUAL TO MR-REC-MERCHANT-ID  zbnkmstm
049900           OR MS-REC-SETTLE-DTE IS GREATER THAN WS-PERIOD-END-N   zbnkmstm
050000           MOVE 'YES' TO WS-END-OF-MSET                           zbnkmstm
050100        END-IF                                                    zbnkmstm
050200     END-IF.                                                      zbnkmstm
050300                                                                  zbnkmstm
050400******************************************************************zbnkmstm
050500* The statement goes to the owner of the settlement account. The *zbnkmstm
050600* owner's archive lines carry on from where an earlier merchant  *zbnkmstm
050700* of the same owner left them this run. With no owner on file    *zbnkmstm
050800* the statement is printed but cannot be archived.               *zbnkmstm
050900******************************************************************zbnkmstm
051000 FIND-STATEMENT-OWNER.                                            zbnkmstm
051100     MOVE SPACES TO WS-CURRENT-CONTACT.                           zbnkmstm
051200     MOVE SPACES TO BCS-REC-NAME.                                 zbnkmstm
051300     MOVE SPACES TO BCS-REC-ADDR1.                                zbnkmstm
051400     MOVE SPACES TO BCS-REC-ADDR2.                                zbnkmstm
051500     MOVE SPACES TO BCS-REC-PSTCDE.                               zbnkmstm
051600     MOVE MR-REC-SETTLE-ACCNO TO BAC-REC-ACCNO.                   zbnkmstm
051700     PERFORM ACCOUNT-READ.                                        zbnkmstm
051800     IF WS-ACCOUNT-STATUS NOT = '00'                              zbnkmstm
051900        ADD 1 TO WS-NOT-ARCHIVED                                  zbnkmstm
052000        MOVE MR-REC-NAME TO BCS-REC-NAME                          zbnkmstm
052100        GO TO FIND-STATEMENT-OWNER-EXIT                           zbnkmstm
052200     END-IF.                                                      zbnkmstm
052300     MOVE BAC-REC-PID TO BCS-REC-PID.                             zbnkmstm
052400     PERFORM CUST-READ.                                           zbnkmstm
052500     IF WS-CUST-STATUS NOT = '00'                                 zbnkmstm
052600        MOVE SPACES TO BCS-REC-ADDR1                              zbnkmstm
052700        MOVE SPACES TO BCS-REC-ADDR2                              zbnkmstm
052800        MOVE SPACES TO BCS-REC-PSTCDE                             zbnkmstm
052900        MOVE MR-REC-NAME TO BCS-REC-NAME                          zbnkmstm
053000     END-IF.                                                      zbnkmstm
053100     SET CON-IDX TO 1.                                            zbnkmstm
053200     SEARCH WS-CON-ENTRY                                          zbnkmstm
053300       AT END                                                     zbnkmstm
053400         IF WS-CON-COUNT IS LESS THAN 500                         zbnkmstm
053500            ADD 1 TO WS-CON-COUNT                                 zbnkmstm
053600            SET CON-IDX TO WS-CON-COUNT                           zbnkmstm
053700            MOVE BAC-REC-PID TO WS-CON-PID (CON-IDX)              zbnkmstm
053800            MOVE WS-SARC-FIRST-SEQ TO WS-CON-LAST-SEQ (CON-IDX)   zbnkmstm
053900         ELSE                                                     zbnkmstm
054000            ADD 1 TO WS-NOT-ARCHIVED                              zbnkmstm
054100            GO TO FIND-STATEMENT-OWNER-EXIT                       zbnkmstm
054200         END-IF                                                   zbnkmstm
054300       WHEN WS-CON-PID (CON-IDX) IS EQUAL TO BAC-REC-PID          zbnkmstm
054400         CONTINUE                                                 zbnkmstm
054500     END-SEARCH.                                                  zbnkmstm
054600     MOVE BAC-REC-PID TO WS-CURRENT-CONTACT.                      zbnkmstm
054700     MOVE WS-CON-LAST-SEQ (CON-IDX) TO WS-SARC-SEQ.               zbnkmstm
054800 FIND-STATEMENT-OWNER-EXIT.                                       zbnkmstm
054900     EXIT.                                                        zbnkmstm
055000                                                                  zbnkmstm
055100******************************************************************zbnkmstm
055200* Bank heading, the owner's name and address, the merchant's     *zbnkmstm
055300* current terms and the period.                                  *zbnkmstm
055400******************************************************************zbnkmstm
055500 PRINT-STATEMENT-HEADING.                                         zbnkmstm
055600     MOVE WS-LINE-HEAD1 TO PRINTOUT-REC.                          zbnkmstm
055700     PERFORM PRINTOUT-PUT.                                        zbnkmstm
055800     MOVE WS-LINE-HEAD2 TO PRINTOUT-REC.                          zbnkmstm
055900     PERFORM PRINTOUT-PUT.                                        zbnkmstm
056000     MOVE '0' TO WS-LINE-ADDR-CC.                                 zbnkmstm
056100     MOVE BCS-REC-NAME TO WS-LINE-ADDR-TEXT.                      zbnkmstm
056200     MOVE SPACES TO WS-LINE-ADDR-DATE.                            zbnkmstm
056300     STRING 'Statement date ' DELIMITED BY SIZE                   zbnkmstm
056400            WS-RUN-DATE-DISPLAY DELIMITED BY SIZE                 zbnkmstm
056500       INTO WS-LINE-ADDR-DATE.                                    zbnkmstm
056600     MOVE WS-LINE-ADDR TO PRINTOUT-REC.                           zbnkmstm
056700     PERFORM PRINTOUT-PUT.                                        zbnkmstm
056800     MOVE ' ' TO WS-LINE-ADDR-CC.                                 zbnkmstm
056900     MOVE SPACES TO WS-LINE-ADDR-DATE.                            zbnkmstm
057000     MOVE BCS-REC-ADDR1 TO WS-LINE-ADDR-TEXT.                     zbnkmstm
057100     MOVE WS-LINE-ADDR TO PRINTOUT-REC.                           zbnkmstm
057200     PERFORM PRINTOUT-PUT.                                        zbnkmstm
057300     MOVE BCS-REC-ADDR2 TO WS-LINE-ADDR-TEXT.                     zbnkmstm
057400     MOVE WS-LINE-ADDR TO PRINTOUT-REC.                           zbnkmstm
057500     PERFORM PRINTOUT-PUT.                                        zbnkmstm
057600     MOVE BCS-REC-PSTCDE TO WS-LINE-ADDR-TEXT.                    zbnkmstm
057700     MOVE WS-LINE-ADDR TO PRINTOUT-REC.                           zbnkmstm
057800     PERFORM PRINTOUT-PUT.                                        zbnkmstm
057900     MOVE MR-REC-MERCHANT-ID TO WS-LINE-MER-ID.                   zbnkmstm
058000     MOVE MR-REC-NAME TO WS-LINE-MER-NAME.                        zbnkmstm
058100     MOVE MR-REC-SETTLE-ACCNO TO WS-LINE-MER-ACCNO.               zbnkmstm
058200     COMPUTE WS-LINE-MER-RATE = MR-REC-FEE-RATE * 100.            zbnkmstm
058300     MOVE WS-LINE-MERCHANT TO PRINTOUT-REC.                       zbnkmstm
058400     PERFORM PRINTOUT-PUT.                                        zbnkmstm
058500     MOVE WS-PERIOD-START-N TO WS-EDIT-DATE-N.                    zbnkmstm
058600     PERFORM EDIT-STATEMENT-DATE.                                 zbnkmstm
058700     MOVE WS-EDIT-DATE TO WS-LINE-PERIOD-FROM.                    zbnkmstm
058800     MOVE WS-PERIOD-END-N TO WS-EDIT-DATE-N.                      zbnkmstm
058900     PERFORM EDIT-STATEMENT-DATE.                                 zbnkmstm
059000     MOVE WS-EDIT-DATE TO WS-LINE-PERIOD-TO.                      zbnkmstm
059100     MOVE WS-LINE-PERIOD TO PRINTOUT-REC.                         zbnkmstm
059200     PERFORM PRINTOUT-PUT.                                        zbnkmstm
059300     IF MR-REC-SUSPENDED                                          zbnkmstm
059400        MOVE 'Merchant suspended - purchases not settled'         zbnkmstm
059500          TO WS-LINE-TEXT-BODY                                    zbnkmstm
059600        MOVE WS-LINE-TEXT TO PRINTOUT-REC                         zbnkmstm
059700        PERFORM PRINTOUT-PUT                                      zbnkmstm
059800     END-IF.                                                      zbnkmstm
059900     IF MR-REC-CLOSED                                             zbnkmstm
060000        MOVE 'Merchant closed - purchases no longer accepted'     zbnkmstm
060100          TO WS-LINE-TEXT-BODY                                    zbnkmstm
060200        MOVE WS-LINE-TEXT TO PRINTOUT-REC                         zbnkmstm
060300        PERFORM PRINTOUT-PUT                                      zbnkmstm
060400     END-IF.                                                      zbnkmstm
060500     MOVE WS-LINE-COLUMNS TO PRINTOUT-REC.                        zbnkmstm
060600     PERFORM PRINTOUT-PUT.                                        zbnkmstm
060700                                                                  zbnkmstm
060800******************************************************************zbnkmstm
060900* One line per day settled - the items, the gross takings, the   *zbnkmstm
061000* fee ZBNKPOSP withheld and the net credited to the account.     *zbnkmstm
061100******************************************************************zbnkmstm
061200 LIST-ONE-DAY.                                                    zbnkmstm
061300     MOVE MS-REC-SETTLE-DTE TO WS-EDIT-DATE-N.                    zbnkmstm
061400     PERFORM EDIT-STATEMENT-DATE.                                 zbnkmstm
061500     MOVE WS-EDIT-DATE TO WS-LINE-DAY-DATE.                       zbnkmstm
061600     MOVE MS-REC-ITEMS TO WS-LINE-DAY-ITEMS.                      zbnkmstm
061700     MOVE MS-REC-GROSS TO WS-LINE-DAY-GROSS.                      zbnkmstm
061800     MOVE MS-REC-FEE TO WS-LINE-DAY-FEE.                          zbnkmstm
061900     MOVE MS-REC-NET TO WS-LINE-DAY-NET.                          zbnkmstm
062000     MOVE WS-LINE-DAY TO PRINTOUT-REC.                            zbnkmstm
062100     PERFORM PRINTOUT-PUT.                                        zbnkmstm
062200     ADD MS-REC-ITEMS TO WS-MONTH-ITEMS.                          zbnkmstm
062300     ADD MS-REC-GROSS TO WS-MONTH-GROSS.                          zbnkmstm
062400     ADD MS-REC-FEE TO WS-MONTH-FEE.                              zbnkmstm
062500     ADD MS-REC-NET TO WS-MONTH-NET.                              zbnkmstm
062600     ADD 1 TO WS-DAYS-THIS-MERCHANT.                              zbnkmstm
062700     ADD 1 TO WS-DAYS-LISTED.                                     zbnkmstm
062800     PERFORM MSET-GET.                                            zbnkmstm
062900     PERFORM CHECK-MSET-IN-PERIOD.                                zbnkmstm
063000                                                                  zbnkmstm
063100 PRINT-STATEMENT-TOTALS.                                          zbnkmstm
063200     MOVE 'Totals' TO WS-LINE-DAY-DATE.                           zbnkmstm
063300     MOVE WS-MONTH-ITEMS TO WS-LINE-DAY-ITEMS.                    zbnkmstm
063400     MOVE WS-MONTH-GROSS TO WS-LINE-DAY-GROSS.                    zbnkmstm
063500     MOVE WS-MONTH-FEE TO WS-LINE-DAY-FEE.                        zbnkmstm
063600     MOVE WS-MONTH-NET TO WS-LINE-DAY-NET.                        zbnkmstm
063700     MOVE '0' TO WS-LINE-DAY (1:1).                               zbnkmstm
063800     MOVE WS-LINE-DAY TO PRINTOUT-REC.                            zbnkmstm
063900     PERFORM PRINTOUT-PUT.                                        zbnkmstm
064000     MOVE ' ' TO WS-LINE-DAY (1:1).                               zbnkmstm
064100     MOVE SPACES TO WS-LINE-TEXT-BODY.                            zbnkmstm
064200     STRING 'Net settlement credited to account '                 zbnkmstm
064300              DELIMITED BY SIZE                                   zbnkmstm
064400            MR-REC-SETTLE-ACCNO DELIMITED BY SIZE                 zbnkmstm
064500       INTO WS-LINE-TEXT-BODY.                                    zbnkmstm
064600     MOVE WS-LINE-TEXT TO PRINTOUT-REC.                           zbnkmstm
064700     PERFORM PRINTOUT-PUT.                                        zbnkmstm
064800                                                                  zbnkmstm
064900 EDIT-STATEMENT-DATE.                                             zbnkmstm
065000     MOVE WS-EDIT-DD TO WS-EDIT-DATE-DD.                          zbnkmstm
065100     MOVE WS-EDIT-MM TO WS-EDIT-DATE-MM.                          zbnkmstm
065200     MOVE WS-EDIT-CCYY TO WS-EDIT-DATE-CCYY.                      zbnkmstm
065300                                                                  zbnkmstm
065400******************************************************************zbnkmstm
065500* Position the settlement history at the merchant's first day in *zbnkmstm
065600* the period. No day on or after it is the end of the history.   *zbnkmstm
065700******************************************************************zbnkmstm
065800 MSET-START.                                                      zbnkmstm
065900     START MSET-FILE KEY IS NOT LESS THAN MS-REC-KEY.             zbnkmstm
066000     IF WS-MSET-STATUS NOT = '00'                                 zbnkmstm
066100        IF WS-MSET-STATUS = '23'                                  zbnkmstm
066200           MOVE 'YES' TO WS-END-OF-MSET                           zbnkmstm
066300        ELSE                                                      zbnkmstm
066400           MOVE 'MSET Error starting file ...'                    zbnkmstm
066500             TO WS-CONSOLE-MESSAGE                                zbnkmstm
066600           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkmstm
066700           MOVE WS-MSET-STATUS TO WS-IO-STATUS                    zbnkmstm
066800           PERFORM DISPLAY-IO-STATUS                              zbnkmstm
066900           PERFORM ABORT-PROGRAM                                  zbnkmstm
067000        END-IF                                                    zbnkmstm
067100     END-IF.                                                      zbnkmstm
067200                                                                  zbnkmstm
067300******************************************************************zbnkmstm
067400* Open and close the statement archive. A missing archive        *zbnkmstm
067500* cluster stops archiving, not printing.                         *zbnkmstm
067600******************************************************************zbnkmstm
067700 SARC-OPEN.                                                       zbnkmstm
067800     OPEN I-O SARC-FILE.                                          zbnkmstm
067900     IF WS-SARC-STATUS = '00'                                     zbnkmstm
068000        MOVE 'YES' TO WS-SARC-AVAILABLE                           zbnkmstm
068100     ELSE                                                         zbnkmstm
068200        MOVE 'No BNKSARC archive this run'                        zbnkmstm
068300          TO WS-CONSOLE-MESSAGE                                   zbnkmstm
068400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkmstm
068500     END-IF.                                                      zbnkmstm
068600                                                                  zbnkmstm
068700 SARC-CLOSE.                                                      zbnkmstm
068800     IF WS-SARC-AVAILABLE = 'YES'                                 zbnkmstm
068900        CLOSE SARC-FILE                                           zbnkmstm
069000     END-IF.                                                      zbnkmstm
069100                                                                  zbnkmstm
069200 PRINTOUT-OPEN.                                                   zbnkmstm
069300     OPEN OUTPUT PRINTOUT-FILE.                                   zbnkmstm
069400     IF WS-PRINTOUT-STATUS = '00'                                 zbnkmstm
069500        MOVE 'PRINTOUT file opened OK' TO WS-CONSOLE-MESSAGE      zbnkmstm
069600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkmstm
069700     ELSE                                                         zbnkmstm
069800        MOVE 'PRINTOUT file open failure...' TO WS-CONSOLE-MESSAGEzbnkmstm
069900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkmstm
070000        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkmstm
070100        PERFORM DISPLAY-IO-STATUS                                 zbnkmstm
070200        PERFORM ABORT-PROGRAM                                     zbnkmstm
070300     END-IF.                                                      zbnkmstm
070400                                                                  zbnkmstm
070500******************************************************************zbnkmstm
070600* Every printed line is also stored on the archive under the     *zbnkmstm
070700* statement's owner. A rerun on the same day replaces the lines  *zbnkmstm
070800* it stored the first time.                                      *zbnkmstm
070900******************************************************************zbnkmstm
071000 PRINTOUT-PUT.                                                    zbnkmstm
071100     WRITE PRINTOUT-REC.                                          zbnkmstm
071200     IF WS-PRINTOUT-STATUS NOT = '00'                             zbnkmstm
071300        MOVE 'PRINTOUT Error writing file ...'                    zbnkmstm
071400          TO WS-CONSOLE-MESSAGE                                   zbnkmstm
071500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkmstm
071600        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkmstm
071700        PERFORM DISPLAY-IO-STATUS                                 zbnkmstm
071800        PERFORM ABORT-PROGRAM                                     zbnkmstm
071900     END-IF.                                                      zbnkmstm
072000     IF WS-SARC-AVAILABLE = 'YES' AND                             zbnkmstm
072100        WS-CURRENT-CONTACT IS NOT EQUAL TO SPACES                 zbnkmstm
072200        ADD 1 TO WS-SARC-SEQ                                      zbnkmstm
072300        MOVE WS-CURRENT-CONTACT TO SA-REC-CONTACT-ID              zbnkmstm
072400        MOVE WS-TODAY-DATE-N TO SA-REC-STMT-DATE                  zbnkmstm
072500        MOVE WS-SARC-SEQ TO SA-REC-LINE-SEQ                       zbnkmstm
072600        MOVE PRINTOUT-REC TO SA-REC-LINE                          zbnkmstm
072700        WRITE SARC-FILE-REC                                       zbnkmstm
072800        IF WS-SARC-STATUS = '22'                                  zbnkmstm
072900           REWRITE SARC-FILE-REC                                  zbnkmstm
073000        END-IF                                                    zbnkmstm
073100        IF WS-SARC-STATUS NOT = '00'                              zbnkmstm
073200           MOVE 'SARC Error writing file ...'                     zbnkmstm
073300             TO WS-CONSOLE-MESSAGE                                zbnkmstm
073400           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkmstm
073500           MOVE WS-SARC-STATUS TO WS-IO-STATUS                    zbnkmstm
073600           PERFORM DISPLAY-IO-STATUS                              zbnkmstm
073700           PERFORM ABORT-PROGRAM                                  zbnkmstm
073800        END-IF                                                    zbnkmstm
073900        ADD 1 TO WS-LINES-ARCHIVED                                zbnkmstm
074000     END-IF.                                                      zbnkmstm
074100                                                                  zbnkmstm
074200 PRINTOUT-CLOSE.                                                  zbnkmstm
074300     CLOSE PRINTOUT-FILE.                                         zbnkmstm
074400     IF WS-PRINTOUT-STATUS NOT = '00'                             zbnkmstm
074500        MOVE 'PRINTOUT file close failure...'                     zbnkmstm
074600          TO WS-CONSOLE-MESSAGE                                   zbnkmstm
074700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkmstm
074800        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkmstm
074900        PERFORM DISPLAY-IO-STATUS                                 zbnkmstm
075000        PERFORM ABORT-PROGRAM                                     zbnkmstm
075100     END-IF.                                                      zbnkmstm
075200                                                                  zbnkmstm
075300******************************************************************zbnkmstm
075400* Open, access and close the MERCH file.                         *zbnkmstm
075500******************************************************************zbnkmstm
075600 MERCH-OPEN.                                                      zbnkmstm
075700     OPEN INPUT MERCH-FILE.                                       zbnkmstm
075800     IF WS-MERCH-STATUS = '00'                                    zbnkmstm
075900        MOVE 'MERCH file opened OK' TO WS-CONSOLE-MESSAGE         zbnkmstm
076000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkmstm
076100     ELSE                                                         zbnkmstm
076200        MOVE 'MERCH file open failure...' TO WS-CONSOLE-MESSAGE   zbnkmstm
076300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkmstm
076400        MOVE WS-MERCH-STATUS TO WS-IO-STATUS                      zbnkmstm
076500        PERFORM DISPLAY-IO-STATUS                                 zbnkmstm
076600        PERFORM ABORT-PROGRAM                                     zbnkmstm
076700     END-IF.                                                      zbnkmstm
076800                                                                  zbnkmstm
076900 MERCH-GET.                                                       zbnkmstm
077000     READ MERCH-FILE NEXT RECORD.                                 zbnkmstm
077100     IF WS-MERCH-STATUS NOT = '00'                                zbnkmstm
077200        IF WS-MERCH-STATUS = '10'                                 zbnkmstm
077300           MOVE 'YES' TO WS-END-OF-MERCH                          zbnkmstm
077400        ELSE                                                      zbnkmstm
077500           MOVE 'MERCH Error reading file ...'                    zbnkmstm
077600             TO WS-CONSOLE-MESSAGE                                zbnkmstm
077700           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkmstm
077800           MOVE WS-MERCH-STATUS TO WS-IO-STATUS                   zbnkmstm
077900           PERFORM DISPLAY-IO-STATUS                              zbnkmstm
078000           PERFORM ABORT-PROGRAM                                  zbnkmstm
078100        END-IF                                                    zbnkmstm
078200     END-IF.                                                      zbnkmstm
078300                                                                  zbnkmstm
078400 MERCH-CLOSE.                                                     zbnkmstm
078500     CLOSE MERCH-FILE.                                            zbnkmstm
078600     IF WS-MERCH-STATUS = '00'                                    zbnkmstm
078700        MOVE 'MERCH file closed OK' TO WS-CONSOLE-MESSAGE         zbnkmstm
078800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkmstm
078900     ELSE                                                         zbnkmstm
079000        MOVE 'MERCH file close failure...' TO WS-CONSOLE-MESSAGE  zbnkmstm
079100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkmstm
079200        MOVE WS-MERCH-STATUS TO WS-IO-STATUS                      zbnkmstm
079300        PERFORM DISPLAY-IO-STATUS                                 zbnkmstm
079400        PERFORM ABORT-PROGRAM                                     zbnkmstm
079500     END-IF.                                                      zbnkmstm
079600                                                                  zbnkmstm
079700******************************************************************zbnkmstm
079800* Open, access and close the MSET file.                          *zbnkmstm
079900******************************************************************zbnkmstm
080000 MSET-OPEN.                                                       zbnkmstm
080100     OPEN INPUT MSET-FILE.                                        zbnkmstm
080200     IF WS-MSET-STATUS = '00'                                     zbnkmstm
080300        MOVE 'MSET file opened OK' TO WS-CONSOLE-MESSAGE          zbnkmstm
080400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkmstm
080500     ELSE                                                         zbnkmstm
080600        MOVE 'MSET file open failure...' TO WS-CONSOLE-MESSAGE    zbnkmstm
080700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkmstm
080800        MOVE WS-MSET-STATUS TO WS-IO-STATUS                       zbnkmstm
080900        PERFORM DISPLAY-IO-STATUS                                 zbnkmstm
081000        PERFORM ABORT-PROGRAM                                     zbnkmstm
081100     END-IF.                                                      zbnkmstm
081200                                                                  zbnkmstm
081300 MSET-GET.                                                        zbnkmstm
081400     READ MSET-FILE NEXT RECORD.                                  zbnkmstm
081500     IF WS-MSET-STATUS NOT = '00'                                 zbnkmstm
081600        IF WS-MSET-STATUS = '10'                                  zbnkmstm
081700           MOVE 'YES' TO WS-END-OF-MSET                           zbnkmstm
081800        ELSE                                                      zbnkmstm
081900           MOVE 'MSET Error reading file ...'                     zbnkmstm
082000             TO WS-CONSOLE-MESSAGE                                zbnkmstm
082100           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkmstm
082200           MOVE WS-MSET-STATUS TO WS-IO-STATUS                    zbnkmstm
082300           PERFORM DISPLAY-IO-STATUS                              zbnkmstm
082400           PERFORM ABORT-PROGRAM                                  zbnkmstm
082500        END-IF                                                    zbnkmstm
082600     END-IF.                                                      zbnkmstm
082700                                                                  zbnkmstm
082800 MSET-CLOSE.                                                      zbnkmstm
082900     CLOSE MSET-FILE.                                             zbnkmstm
083000     IF WS-MSET-STATUS = '00'                                     zbnkmstm
083100        MOVE 'MSET file closed OK' TO WS-CONSOLE-MESSAGE          zbnkmstm
083200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkmstm
083300     ELSE                                                         zbnkmstm
083400        MOVE 'MSET file close failure...' TO WS-CONSOLE-MESSAGE   zbnkmstm
083500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkmstm
083600        MOVE WS-MSET-STATUS TO WS-IO-STATUS                       zbnkmstm
083700        PERFORM DISPLAY-IO-STATUS                                 zbnkmstm
083800        PERFORM ABORT-PROGRAM                                     zbnkmstm
083900     END-IF.                                                      zbnkmstm
084000                                                                  zbnkmstm
084100******************************************************************zbnkmstm
084200* Open, access and close the ACCOUNT file.                       *zbnkmstm
084300******************************************************************zbnkmstm
084400 ACCOUNT-OPEN.                                                    zbnkmstm
084500     OPEN INPUT ACCOUNT-FILE.                                     zbnkmstm
084600     IF WS-ACCOUNT-STATUS = '00'                                  zbnkmstm
084700        MOVE 'ACCOUNT file opened OK' TO WS-CONSOLE-MESSAGE       zbnkmstm
084800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkmstm
084900     ELSE                                                         zbnkmstm
085000        MOVE 'ACCOUNT file open failure...' TO WS-CONSOLE-MESSAGE zbnkmstm
085100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkmstm
085200        MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                    zbnkmstm
085300        PERFORM DISPLAY-IO-STATUS                                 zbnkmstm
085400        PERFORM ABORT-PROGRAM                                     zbnkmstm
085500     END-IF.                                                      zbnkmstm
085600                                                                  zbnkmstm
085700 ACCOUNT-READ.                                                    zbnkmstm
085800     READ ACCOUNT-FILE.                                           zbnkmstm
085900                                                                  zbnkmstm
086000 ACCOUNT-CLOSE.                                                   zbnkmstm
086100     CLOSE ACCOUNT-FILE.                                          zbnkmstm
086200     IF WS-ACCOUNT-STATUS = '00'                                  zbnkmstm
086300        MOVE 'ACCOUNT file closed OK' TO WS-CONSOLE-MESSAGE       zbnkmstm
086400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkmstm
086500     ELSE                                                         zbnkmstm
086600        MOVE 'ACCOUNT file close failure...'                      zbnkmstm
086700          TO WS-CONSOLE-MESSAGE                                   zbnkmstm
086800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkmstm
086900        MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                    zbnkmstm
087000        PERFORM DISPLAY-IO-STATUS                                 zbnkmstm
087100        PERFORM ABORT-PROGRAM                                     zbnkmstm
087200     END-IF.                                                      zbnkmstm
087300                                                                  zbnkmstm
087400******************************************************************zbnkmstm
087500* Open, access and close the CUST file.                          *zbnkmstm
087600******************************************************************zbnkmstm
087700 CUST-OPEN.                                                       zbnkmstm
087800     OPEN INPUT CUST-FILE.                                        zbnkmstm
087900     IF WS-CUST-STATUS = '00'                                     zbnkmstm
088000        MOVE 'CUST file opened OK' TO WS-CONSOLE-MESSAGE          zbnkmstm
088100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkmstm
088200     ELSE                                                         zbnkmstm
088300        MOVE 'CUST file open failure...' TO WS-CONSOLE-MESSAGE    zbnkmstm
088400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkmstm
088500        MOVE WS-CUST-STATUS TO WS-IO-STATUS                       zbnkmstm
088600        PERFORM DISPLAY-IO-STATUS                                 zbnkmstm
088700        PERFORM ABORT-PROGRAM                                     zbnkmstm
088800     END-IF.                                                      zbnkmstm
088900                                                                  zbnkmstm
089000 CUST-READ.                                                       zbnkmstm
089100     READ CUST-FILE.                                              zbnkmstm
089200                                                                  zbnkmstm
089300 CUST-CLOSE.                                                      zbnkmstm
089400     CLOSE CUST-FILE.                                             zbnkmstm
089500     IF WS-CUST-STATUS = '00'                                     zbnkmstm
089600        MOVE 'CUST file closed OK' TO WS-CONSOLE-MESSAGE          zbnkmstm
089700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkmstm
089800     ELSE                                                         zbnkmstm
089900        MOVE 'CUST file close failure...' TO WS-CONSOLE-MESSAGE   zbnkmstm
090000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkmstm
090100        MOVE WS-CUST-STATUS TO WS-IO-STATUS                       zbnkmstm
090200        PERFORM DISPLAY-IO-STATUS                                 zbnkmstm
090300        PERFORM ABORT-PROGRAM                                     zbnkmstm
090400     END-IF.                                                      zbnkmstm
090500                                                                  zbnkmstm
090600******************************************************************zbnkmstm
090700* Write a short end-of-job summary to the JOBSUM file, in the    *zbnkmstm
090800* same style as the other batch jobs' summaries.                 *zbnkmstm
090900******************************************************************zbnkmstm
091000 PRINT-JOB-SUMMARY.                                               zbnkmstm
091100     PERFORM JOBSUM-OPEN.                                         zbnkmstm
091200     MOVE SPACES TO JOBSUM-REC.                                   zbnkmstm
091300     STRING 'Merchants read:              ' DELIMITED BY SIZE     zbnkmstm
091400            WS-MERCHANTS-READ DELIMITED BY SIZE                   zbnkmstm
091500       INTO JOBSUM-REC.                                           zbnkmstm
091600     PERFORM JOBSUM-PUT.                                          zbnkmstm
091700     MOVE SPACES TO JOBSUM-REC.                                   zbnkmstm
091800     STRING 'No settlement this month:    ' DELIMITED BY SIZE     zbnkmstm
091900            WS-MERCHANTS-NO-ACTIVITY DELIMITED BY SIZE            zbnkmstm
092000       INTO JOBSUM-REC.                                           zbnkmstm
092100     PERFORM JOBSUM-PUT.                                          zbnkmstm
092200     MOVE SPACES TO JOBSUM-REC.                                   zbnkmstm
092300     STRING 'Merchant statements printed: ' DELIMITED BY SIZE     zbnkmstm
092400            WS-STATEMENTS-PRINTED DELIMITED BY SIZE               zbnkmstm
092500       INTO JOBSUM-REC.                                           zbnkmstm
092600     PERFORM JOBSUM-PUT.                                          zbnkmstm
092700     MOVE SPACES TO JOBSUM-REC.                                   zbnkmstm
092800     STRING 'Days listed:                 ' DELIMITED BY SIZE     zbnkmstm
092900            WS-DAYS-LISTED DELIMITED BY SIZE                      zbnkmstm
093000       INTO JOBSUM-REC.                                           zbnkmstm
093100     PERFORM JOBSUM-PUT.                                          zbnkmstm
093200     MOVE SPACES TO JOBSUM-REC.                                   zbnkmstm
093300     STRING 'Statements not archived:     ' DELIMITED BY SIZE     zbnkmstm
093400            WS-NOT-ARCHIVED DELIMITED BY SIZE                     zbnkmstm
093500       INTO JOBSUM-REC.                                           zbnkmstm
093600     PERFORM JOBSUM-PUT.                                          zbnkmstm
093700     MOVE SPACES TO JOBSUM-REC.                                   zbnkmstm
093800     STRING 'Lines archived to BNKSARC:   ' DELIMITED BY SIZE     zbnkmstm
093900            WS-LINES-ARCHIVED DELIMITED BY SIZE                   zbnkmstm
094000       INTO JOBSUM-REC.                                           zbnkmstm
094100     PERFORM JOBSUM-PUT.                                          zbnkmstm
094200     PERFORM JOBSUM-CLOSE.                                        zbnkmstm
094300     MOVE 'Job summary written to JOBSUM'                         zbnkmstm
094400       TO WS-CONSOLE-MESSAGE.                                     zbnkmstm
094500     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkmstm
094600                                                                  zbnkmstm
094700 JOBSUM-OPEN.                                                     zbnkmstm
094800     OPEN OUTPUT JOBSUM-FILE.                                     zbnkmstm
094900     IF WS-JOBSUM-STATUS = '00'                                   zbnkmstm
095000        MOVE 'JOBSUM file opened OK' TO WS-CONSOLE-MESSAGE        zbnkmstm
095100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkmstm
095200     ELSE                                                         zbnkmstm
095300        MOVE 'JOBSUM file open failure...' TO WS-CONSOLE-MESSAGE  zbnkmstm
095400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkmstm
095500        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkmstm
095600        PERFORM DISPLAY-IO-STATUS                                 zbnkmstm
095700        PERFORM ABORT-PROGRAM                                     zbnkmstm
095800     END-IF.                                                      zbnkmstm
095900                                                                  zbnkmstm
096000 JOBSUM-PUT.                                                      zbnkmstm
096100     WRITE JOBSUM-REC.                                            zbnkmstm
096200     IF WS-JOBSUM-STATUS NOT = '00'                               zbnkmstm
096300        MOVE 'JOBSUM Error writing file ...' TO WS-CONSOLE-MESSAGEzbnkmstm
096400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkmstm
096500        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkmstm
096600        PERFORM DISPLAY-IO-STATUS                                 zbnkmstm
096700        PERFORM ABORT-PROGRAM                                     zbnkmstm
096800     END-IF.                                                      zbnkmstm
096900                                                                  zbnkmstm
097000 JOBSUM-CLOSE.                                                    zbnkmstm
097100     CLOSE JOBSUM-FILE.                                           zbnkmstm
097200     IF WS-JOBSUM-STATUS = '00'                                   zbnkmstm
097300        MOVE 'JOBSUM file closed OK' TO WS-CONSOLE-MESSAGE        zbnkmstm
097400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkmstm
097500     ELSE                                                         zbnkmstm
097600        MOVE 'JOBSUM file close failure...' TO WS-CONSOLE-MESSAGE zbnkmstm
097700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkmstm
097800        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkmstm
097900        PERFORM DISPLAY-IO-STATUS                                 zbnkmstm
098000        PERFORM ABORT-PROGRAM                                     zbnkmstm
098100     END-IF.                                                      zbnkmstm
098200                                                                  zbnkmstm
098300******************************************************************zbnkmstm
098400* Run-control hooks. The START call blocks this job when it has  *zbnkmstm
098500* already completed for the business date or a prerequisite has  *zbnkmstm
098600* not, and records the start on BNKRUNC; the END call records    *zbnkmstm
098700* the end time and return code. See URUNCTL.CBL.                 *zbnkmstm
098800******************************************************************zbnkmstm
098900 RUN-CONTROL-START.                                               zbnkmstm
099000     SET RUNCTL-START TO TRUE.                                    zbnkmstm
099100     MOVE 'ZBNKMSTM' TO RUNCTL-JOB.                               zbnkmstm
099200     MOVE ZERO TO RUNCTL-BUSDATE.                                 zbnkmstm
099300     MOVE ZERO TO RUNCTL-RETURN-CODE.                             zbnkmstm
099400     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkmstm
099500     IF RUNCTL-BLOCKED                                            zbnkmstm
099600        MOVE RUNCTL-REPLY-TEXT TO WS-CONSOLE-MESSAGE              zbnkmstm
099700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkmstm
099800        MOVE 'Run control blocked this run' TO WS-CONSOLE-MESSAGE zbnkmstm
099900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkmstm
100000        MOVE 8 TO RETURN-CODE                                     zbnkmstm
100100        GOBACK                                                    zbnkmstm
100200     END-IF.                                                      zbnkmstm
100300 RUN-CONTROL-START-EXIT.                                          zbnkmstm
100400     EXIT.                                                        zbnkmstm
100500                                                                  zbnkmstm
100600 RUN-CONTROL-END.                                                 zbnkmstm
100700     SET RUNCTL-END TO TRUE.                                      zbnkmstm
100800     MOVE RETURN-CODE TO RUNCTL-RETURN-CODE.                      zbnkmstm
100900     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkmstm
101000                                                                  zbnkmstm
101100******************************************************************zbnkmstm
101200* Display the file status bytes                                  *zbnkmstm
101300******************************************************************zbnkmstm
101400 DISPLAY-IO-STATUS.                                               zbnkmstm
101500     IF WS-IO-STATUS NUMERIC                                      zbnkmstm
101600        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkmstm
101700        STRING 'File status -' DELIMITED BY SIZE                  zbnkmstm
101800               WS-IO-STATUS DELIMITED BY SIZE                     zbnkmstm
101900          INTO WS-CONSOLE-MESSAGE                                 zbnkmstm
102000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkmstm
102100     ELSE                                                         zbnkmstm
102200        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     zbnkmstm
102300        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    zbnkmstm
102400        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkmstm
102500        STRING 'File status -' DELIMITED BY SIZE                  zbnkmstm
102600               WS-IO-STAT1 DELIMITED BY SIZE                      zbnkmstm
102700               '/' DELIMITED BY SIZE                              zbnkmstm
102800               WS-TWO-BYTES DELIMITED BY SIZE                     zbnkmstm
102900          INTO WS-CONSOLE-MESSAGE                                 zbnkmstm
103000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkmstm
103100     END-IF.                                                      zbnkmstm
103200                                                                  zbnkmstm
103300******************************************************************zbnkmstm
103400* 'ABORT' the program. Post a message and issue a goback         *zbnkmstm
103500******************************************************************zbnkmstm
103600 ABORT-PROGRAM.                                                   zbnkmstm
103700     IF WS-CONSOLE-MESSAGE NOT = SPACES                           zbnkmstm
103800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkmstm
103900     END-IF.                                                      zbnkmstm
104000     MOVE 'Program is abending...' TO WS-CONSOLE-MESSAGE.         zbnkmstm
104100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkmstm
104200     MOVE 16 TO RETURN-CODE.                                      zbnkmstm
104300     GOBACK.                                                      zbnkmstm
104400                                                                  zbnkmstm
104500******************************************************************zbnkmstm
104600* Display CONSOLE messages...                                    *zbnkmstm
104700******************************************************************zbnkmstm
104800 DISPLAY-CONSOLE-MESSAGE.                                         zbnkmstm
104900     DISPLAY 'ZBNKMSTM - ' WS-CONSOLE-MESSAGE                     zbnkmstm
105000       UPON CONSOLE.                                              zbnkmstm
105100     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       zbnkmstm
105200                                                                  zbnkmstm
105300* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     zbnkmstm
