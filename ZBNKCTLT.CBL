000100******************************************************************zbnkctlt
000200*                                                               * zbnkctlt
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * zbnkctlt
000400*   This demonstration program is provided for use by users     * zbnkctlt
000500*   of Micro Focus products and may be used, modified and       * zbnkctlt
000600*   distributed as part of your application provided that       * zbnkctlt
000700*   you properly acknowledge the copyright of Micro Focus       * zbnkctlt
000800*   in this material.                                           * zbnkctlt
000900*                                                               * zbnkctlt
001000******************************************************************zbnkctlt
001100                                                                  zbnkctlt
001200******************************************************************zbnkctlt
001300* ZBNKCTLT.CBL                                                   *zbnkctlt
001400* Function:    Master-file control totals register. Counts the   *zbnkctlt
001500*              records on BNKCUST, BNKACCT, BNKTXN, BNKLNMA,     *zbnkctlt
001600*              BNKJOWN and BNKCARD and takes a hash total of the *zbnkctlt
001700*              balances and of the keys of each, and writes them *zbnkctlt
001800*              to the BNKCTOT register under the business date.  *zbnkctlt
001900*              Each count is proved against the file's previous  *zbnkctlt
002000*              register entry: the previous count, plus the      *zbnkctlt
002100*              records added and less the records deleted since  *zbnkctlt
002200*              it was taken, must equal tonight's count. Records *zbnkctlt
002300*              added and deleted are those the online programs   *zbnkctlt
002400*              and batch jobs logged on BNKRMOV; postings added  *zbnkctlt
002500*              to BNKTXN are those on the BNKTXD daily posting   *zbnkctlt
002600*              journal. A file that does not prove ends the run  *zbnkctlt
002700*              with return code 8, which ZBNKEODR treats as not  *zbnkctlt
002800*              ready, so the business date is not rolled.        *zbnkctlt
002900******************************************************************zbnkctlt
003000 IDENTIFICATION DIVISION.                                         zbnkctlt
003100 PROGRAM-ID.                                                      zbnkctlt
003200     ZBNKCTLT.                                                    zbnkctlt
003300 DATE-WRITTEN.                                                    zbnkctlt
003400     October 2026.                                                zbnkctlt
003500 DATE-COMPILED.                                                   zbnkctlt
003600     Today.                                                       zbnkctlt
003700                                                                  zbnkctlt
003800 ENVIRONMENT DIVISION.                                            zbnkctlt
003900 INPUT-OUTPUT   SECTION.                                          zbnkctlt
004000   FILE-CONTROL.                                                  zbnkctlt
004100     SELECT CUSTOMER-FILE                                         zbnkctlt
004200            ASSIGN       TO BNKCUST                               zbnkctlt
004300            ORGANIZATION IS INDEXED                               zbnkctlt
004400            ACCESS MODE  IS SEQUENTIAL                            zbnkctlt
004500            RECORD KEY   IS BCS-REC-PID                           zbnkctlt
004600            FILE STATUS  IS WS-CUSTOMER-STATUS.                   zbnkctlt
004700     SELECT ACCOUNT-FILE                                          zbnkctlt
004800            ASSIGN       TO BNKACCT                               zbnkctlt
004900            ORGANIZATION IS INDEXED                               zbnkctlt
005000            ACCESS MODE  IS SEQUENTIAL                            zbnkctlt
005100            RECORD KEY   IS BAC-REC-ACCNO                         zbnkctlt
005200            FILE STATUS  IS WS-ACCOUNT-STATUS.                    zbnkctlt
005300     SELECT TXN-FILE                                              zbnkctlt
005400            ASSIGN       TO BNKTXN                                zbnkctlt
005500            ORGANIZATION IS INDEXED                               zbnkctlt
005600            ACCESS MODE  IS SEQUENTIAL                            zbnkctlt
005700            RECORD KEY   IS BTX-REC-KEY                           zbnkctlt
005800            FILE STATUS  IS WS-TXN-STATUS.                        zbnkctlt
005900     SELECT LOANM-FILE                                            zbnkctlt
006000            ASSIGN       TO BNKLNMA                               zbnkctlt
006100            ORGANIZATION IS INDEXED                               zbnkctlt
006200            ACCESS MODE  IS SEQUENTIAL                            zbnkctlt
006300            RECORD KEY   IS LM-REC-KEY                            zbnkctlt
006400            FILE STATUS  IS WS-LOANM-STATUS.                      zbnkctlt
006500     SELECT JOWN-FILE                                             zbnkctlt
006600            ASSIGN       TO BNKJOWN                               zbnkctlt
006700            ORGANIZATION IS INDEXED                               zbnkctlt
006800            ACCESS MODE  IS SEQUENTIAL                            zbnkctlt
006900            RECORD KEY   IS JO-REC-KEY                            zbnkctlt
007000            FILE STATUS  IS WS-JOWN-STATUS.                       zbnkctlt
007100     SELECT CARD-FILE                                             zbnkctlt
007200            ASSIGN       TO BNKCARD                               zbnkctlt
007300            ORGANIZATION IS INDEXED                               zbnkctlt
007400            ACCESS MODE  IS SEQUENTIAL                            zbnkctlt
007500            RECORD KEY   IS CRD-REC-CARD-NO                       zbnkctlt
007600            FILE STATUS  IS WS-CARD-STATUS.                       zbnkctlt
007700     SELECT RMOV-FILE                                             zbnkctlt
007800            ASSIGN       TO BNKRMOV                               zbnkctlt
007900            ORGANIZATION IS INDEXED                               zbnkctlt
008000            ACCESS MODE  IS DYNAMIC                               zbnkctlt
008100            RECORD KEY   IS RM-REC-KEY                            zbnkctlt
008200            FILE STATUS  IS WS-RMOV-STATUS.                       zbnkctlt
008300     SELECT TXD-FILE                                              zbnkctlt
008400            ASSIGN       TO BNKTXD                                zbnkctlt
008500            ORGANIZATION IS INDEXED                               zbnkctlt
008600            ACCESS MODE  IS DYNAMIC                               zbnkctlt
008700            RECORD KEY   IS TD-REC-KEY                            zbnkctlt
008800            FILE STATUS  IS WS-TXD-STATUS.                        zbnkctlt
008900     SELECT CTOT-FILE                                             zbnkctlt
009000            ASSIGN       TO BNKCTOT                               zbnkctlt
009100            ORGANIZATION IS INDEXED                               zbnkctlt
009200            ACCESS MODE  IS DYNAMIC                               zbnkctlt
009300            RECORD KEY   IS CT-REC-KEY                            zbnkctlt
009400            FILE STATUS  IS WS-CTOT-STATUS.                       zbnkctlt
009500     SELECT PRINTOUT-FILE                                         zbnkctlt
009600            ASSIGN       TO PRINTOUT                              zbnkctlt
009700            ORGANIZATION IS SEQUENTIAL                            zbnkctlt
009800            ACCESS MODE  IS SEQUENTIAL                            zbnkctlt
009900            FILE STATUS  IS WS-PRINTOUT-STATUS.                   zbnkctlt
010000     SELECT JOBSUM-FILE                                           zbnkctlt
010100            ASSIGN       TO JOBSUM                                zbnkctlt
010200            ORGANIZATION IS SEQUENTIAL                            zbnkctlt
010300            ACCESS MODE  IS SEQUENTIAL                            zbnkctlt
010400            FILE STATUS  IS WS-JOBSUM-STATUS.                     zbnkctlt
010500                                                                  zbnkctlt
010600 DATA DIVISION.                                                   zbnkctlt
010700 FILE SECTION.                                                    zbnkctlt
010800                                                                  zbnkctlt
010900 FD  CUSTOMER-FILE.                                               zbnkctlt
011000 01  CUSTOMER-FILE-REC.                                           zbnkctlt
011100 COPY CBANKVCS.                                                   zbnkctlt
011200                                                                  zbnkctlt
011300 FD  ACCOUNT-FILE.                                                zbnkctlt
011400 01  ACCOUNT-FILE-REC.                                            zbnkctlt
011500 COPY CBANKVAC.                                                   zbnkctlt
011600                                                                  zbnkctlt
011700 FD  TXN-FILE.                                                    zbnkctlt
011800 01  TXN-FILE-REC.                                                zbnkctlt
011900 COPY CBANKVTX.                                                   zbnkctlt
012000                                                                  zbnkctlt
012100 FD  LOANM-FILE.                                                  zbnkctlt
012200 01  LOANM-FILE-REC.                                              zbnkctlt
012300 COPY CBANKVLM.                                                   zbnkctlt
012400                                                                  zbnkctlt
012500 FD  JOWN-FILE.                                                   zbnkctlt
012600 01  JOWN-FILE-REC.                                               zbnkctlt
012700 COPY CBANKVJO.                                                   zbnkctlt
012800                                                                  zbnkctlt
012900 FD  CARD-FILE.                                                   zbnkctlt
013000 01  CARD-FILE-REC.                                               zbnkctlt
013100 COPY CBANKVCD.                                                   zbnkctlt
013200                                                                  zbnkctlt
013300 FD  RMOV-FILE.                                                   zbnkctlt
013400 01  RMOV-FILE-REC.                                               zbnkctlt
013500 COPY CBANKVRM.                                                   zbnkctlt
013600                                                                  zbnkctlt
013700 FD  TXD-FILE.                                                    zbnkctlt
013800 01  TXD-FILE-REC.                                                zbnkctlt
013900 COPY CBANKVTD.                                                   zbnkctlt
014000                                                                  zbnkctlt
014100 FD  CTOT-FILE.                                                   zbnkctlt
014200 01  CTOT-FILE-REC.                                               zbnkctlt
014300 COPY CBANKVCT.                                                   zbnkctlt
014400                                                                  zbnkctlt
014500 FD  PRINTOUT-FILE.                                               zbnkctlt
014600 01  PRINTOUT-REC                      PIC X(121).                zbnkctlt
014700                                                                  zbnkctlt
014800 FD  JOBSUM-FILE.                                                 zbnkctlt
014900 01  JOBSUM-REC                        PIC X(80).                 zbnkctlt
015000                                                                  zbnkctlt
015100 WORKING-STORAGE SECTION.                                         zbnkctlt
015200 01  WS-RUN-CONTROL.                                              zbnkctlt
015300 COPY CRUNCTLD.                                                   zbnkctlt
015400 01  WS-FILE-STATUSES.                                            zbnkctlt
015500   05  WS-CUSTOMER-STATUS.                                        zbnkctlt
015600     10  WS-CUSTOMER-STAT1             PIC X(1).                  zbnkctlt
015700     10  WS-CUSTOMER-STAT2             PIC X(1).                  zbnkctlt
015800   05  WS-ACCOUNT-STATUS.                                         zbnkctlt
015900     10  WS-ACCOUNT-STAT1              PIC X(1).                  zbnkctlt
016000     10  WS-ACCOUNT-STAT2              PIC X(1).                  zbnkctlt
016100   05  WS-TXN-STATUS.                                             zbnkctlt
016200     10  WS-TXN-STAT1                  PIC X(1).                  zbnkctlt
016300     10  WS-TXN-STAT2                  PIC X(1).                  zbnkctlt
016400   05  WS-LOANM-STATUS.                                           zbnkctlt
016500     10  WS-LOANM-STAT1                PIC X(1).                  zbnkctlt
016600     10  WS-LOANM-STAT2                PIC X(1).                  zbnkctlt
016700   05  WS-JOWN-STATUS.                                            zbnkctlt
016800     10  WS-JOWN-STAT1                 PIC X(1).                  zbnkctlt
016900     10  WS-JOWN-STAT2                 PIC X(1).                  zbnkctlt
017000   05  WS-CARD-STATUS.                                            zbnkctlt
017100     10  WS-CARD-STAT1                 PIC X(1).                  zbnkctlt
017200     10  WS-CARD-STAT2                 PIC X(1).                  zbnkctlt
017300   05  WS-RMOV-STATUS.                                            zbnkctlt
017400     10  WS-RMOV-STAT1                 PIC X(1).                  zbnkctlt
017500     10  WS-RMOV-STAT2                 PIC X(1).                  zbnkctlt
017600   05  WS-TXD-STATUS.                                             zbnkctlt
017700     10  WS-TXD-STAT1                  PIC X(1).                  zbnkctlt
017800     10  WS-TXD-STAT2                  PIC X(1).                  zbnkctlt
017900   05  WS-CTOT-STATUS.                                            zbnkctlt
018000     10  WS-CTOT-STAT1                 PIC X(1).                  zbnkctlt
018100     10  WS-CTOT-STAT2                 PIC X(1).                  zbnkctlt
018200   05  WS-PRINTOUT-STATUS.                                        zbnkctlt
018300     10  WS-PRINTOUT-STAT1             PIC X(1).                  zbnkctlt
018400     10  WS-PRINTOUT-STAT2             PIC X(1).                  zbnkctlt
018500   05  WS-JOBSUM-STATUS.                                          zbnkctlt
018600     10  WS-JOBSUM-STAT1               PIC X(1).                  zbnkctlt
018700     10  WS-JOBSUM-STAT2               PIC X(1).                  zbnkctlt
018800   05  WS-IO-STATUS.                                              zbnkctlt
018900     10  WS-IO-STAT1                   PIC X(1).                  zbnkctlt
019000     10  WS-IO-STAT2                   PIC X(1).                  zbnkctlt
019100                                                                  zbnkctlt
019200   05  WS-TWO-BYTES.                                              zbnkctlt
019300     10  WS-TWO-BYTES-LEFT             PIC X(1).                  zbnkctlt
019400     10  WS-TWO-BYTES-RIGHT            PIC X(1).                  zbnkctlt
019500   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 zbnkctlt
019600                                      PIC 9(1) COMP.              zbnkctlt
019700                                                                  zbnkctlt
019800 01  WS-CONSOLE-MESSAGE                    PIC X(48).             zbnkctlt
019900                                                                  zbnkctlt
020000 01  WS-DATE-WORK-AREA.                                           zbnkctlt
020100 COPY CDATED.                                                     zbnkctlt
020200                                                                  zbnkctlt
020300******************************************************************zbnkctlt
020400* The register entry is filed under the business date; the       *zbnkctlt
020500* stamp (calendar date and time the count was taken) bounds the  *zbnkctlt
020600* record movements counted against it.                           *zbnkctlt
020700******************************************************************zbnkctlt
020800 01  WS-BUSDATE                            PIC 9(8).              zbnkctlt
020900 01  WS-BUSDATE-PARTS REDEFINES WS-BUSDATE.                       zbnkctlt
021000     05  WS-BUSDATE-CCYY                   PIC 9(4).              zbnkctlt
021100     05  WS-BUSDATE-MM                     PIC 9(2).              zbnkctlt
021200     05  WS-BUSDATE-DD                     PIC 9(2).              zbnkctlt
021300 01  WS-BUSDATE-DISPLAY                    PIC X(11).             zbnkctlt
021400 01  WS-RUN-STAMP.                                                zbnkctlt
021500     05  WS-RUN-STAMP-DATE                 PIC 9(8).              zbnkctlt
021600     05  WS-RUN-STAMP-TIME                 PIC 9(6).              zbnkctlt
021700 01  WS-RUN-STAMP-N REDEFINES WS-RUN-STAMP PIC 9(14).             zbnkctlt
021800 01  WS-RUN-TIME-8                         PIC 9(8).              zbnkctlt
021900                                                                  zbnkctlt
022000******************************************************************zbnkctlt
022100* The file being proved: its tallies from tonight's pass, its    *zbnkctlt
022200* previous register entry and the movements since that entry.    *zbnkctlt
022300******************************************************************zbnkctlt
022400 01  WS-FILE-NAME                          PIC X(8).              zbnkctlt
022500 01  WS-FILE-COUNT                         PIC 9(9) COMP-3.       zbnkctlt
022600 01  WS-FILE-AMOUNT-HASH                   PIC S9(13)V99 COMP-3.  zbnkctlt
022700 01  WS-FILE-KEY-HASH                      PIC 9(18) COMP-3.      zbnkctlt
022800 01  WS-FILE-JOURNAL-FROM                  PIC 9(9) COMP-3.       zbnkctlt
022900 01  WS-KEY-PART                           PIC X(9).              zbnkctlt
023000 01  WS-KEY-PART-N REDEFINES WS-KEY-PART   PIC 9(9).              zbnkctlt
023100                                                                  zbnkctlt
023200 01  WS-PRIOR-FOUND                        PIC X(1).              zbnkctlt
023300     88  WS-PRIOR-IS-FOUND                 VALUE 'Y'.             zbnkctlt
023400     88  WS-PRIOR-NOT-FOUND                VALUE 'N'.             zbnkctlt
023500 01  WS-PRIOR-BUSDATE                      PIC 9(8).              zbnkctlt
023600 01  WS-PRIOR-STAMP                        PIC 9(14).             zbnkctlt
023700 01  WS-PRIOR-STAMP-PARTS REDEFINES WS-PRIOR-STAMP.               zbnkctlt
023800     05  WS-PRIOR-STAMP-DATE               PIC 9(8).              zbnkctlt
023900     05  WS-PRIOR-STAMP-TIME               PIC 9(6).              zbnkctlt
024000 01  WS-PRIOR-COUNT                        PIC 9(9) COMP-3.       zbnkctlt
024100 01  WS-PRIOR-AMOUNT-HASH                  PIC S9(13)V99 COMP-3.  zbnkctlt
024200 01  WS-PRIOR-JOURNAL-FROM                 PIC 9(9) COMP-3.       zbnkctlt
024300 01  WS-END-OF-CTOT                        PIC X(3).              zbnkctlt
024400                                                                  zbnkctlt
024500 01  WS-ADDED                              PIC 9(9) COMP-3.       zbnkctlt
024600 01  WS-DELETED                            PIC 9(9) COMP-3.       zbnkctlt
024700 01  WS-JOURNAL-NOW                        PIC 9(9) COMP-3.       zbnkctlt
024800 01  WS-EXPECTED                           PIC S9(9) COMP-3.      zbnkctlt
024900 01  WS-DIFFERENCE                         PIC S9(9) COMP-3.      zbnkctlt
025000 01  WS-AMOUNT-MOVEMENT                    PIC S9(13)V99 COMP-3.  zbnkctlt
025100 01  WS-END-OF-RMOV                        PIC X(3).              zbnkctlt
025200 01  WS-END-OF-TXD                         PIC X(3).              zbnkctlt
025300                                                                  zbnkctlt
025400 01  WS-FILES-PROVED                       PIC 9(3) VALUE ZERO.   zbnkctlt
025500 01  WS-FILES-OPENED                       PIC 9(3) VALUE ZERO.   zbnkctlt
025600 01  WS-FILES-FAILED                       PIC 9(3) VALUE ZERO.   zbnkctlt
025700 01  WS-PROOF-RESULT                       PIC X(1) VALUE 'Y'.    zbnkctlt
025800     88  WS-ALL-FILES-PROVE                VALUE 'Y'.             zbnkctlt
025900     88  WS-A-FILE-FAILS                   VALUE 'N'.             zbnkctlt
026000                                                                  zbnkctlt
026100 01  WS-END-OF-FILE-SW                     PIC X(3).              zbnkctlt
026200                                                                  zbnkctlt
026300 01  WS-REPORT-LINE                        PIC X(121).            zbnkctlt
026400 01  WS-COUNT-LINE.                                               zbnkctlt
026500     05  WS-RPT-FILE                       PIC X(8).              zbnkctlt
026600     05  FILLER                            PIC X(2) VALUE SPACES. zbnkctlt
026700     05  WS-RPT-PRIOR                      PIC ZZZ,ZZZ,ZZ9.       zbnkctlt
026800     05  FILLER                            PIC X(2) VALUE SPACES. zbnkctlt
026900     05  WS-RPT-ADDED                      PIC ZZZ,ZZZ,ZZ9.       zbnkctlt
027000     05  FILLER                            PIC X(2) VALUE SPACES. zbnkctlt
027100     05  WS-RPT-DELETED                    PIC ZZZ,ZZZ,ZZ9.       zbnkctlt
027200     05  FILLER                            PIC X(2) VALUE SPACES. zbnkctlt
027300     05  WS-RPT-EXPECTED                   PIC ZZZ,ZZZ,ZZ9-.      zbnkctlt
027400     05  FILLER                            PIC X(2) VALUE SPACES. zbnkctlt
027500     05  WS-RPT-COUNT                      PIC ZZZ,ZZZ,ZZ9.       zbnkctlt
027600     05  FILLER                            PIC X(2) VALUE SPACES. zbnkctlt
027700     05  WS-RPT-DIFF                       PIC ZZZ,ZZZ,ZZ9-.      zbnkctlt
027800     05  FILLER                            PIC X(2) VALUE SPACES. zbnkctlt
027900     05  WS-RPT-RESULT                     PIC X(16).             zbnkctlt
028000 01  WS-HASH-LINE.                                                zbnkctlt
028100     05  FILLER                            PIC X(10) VALUE SPACES.zbnkctlt
028200     05  FILLER                            PIC X(13)              zbnkctlt
028300         VALUE 'Amount hash: '.                                   zbnkctlt
028400     05  WS-HSH-AMOUNT             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.     zbnkctlt
028500     05  FILLER                            PIC X(12)              zbnkctlt
028600         VALUE '  movement: '.                                    zbnkctlt
028700     05  WS-HSH-MOVEMENT           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.     zbnkctlt
028800     05  FILLER                            PIC X(12)              zbnkctlt
028900         VALUE '  key hash: '.                                    zbnkctlt
029000     05  WS-HSH-KEYS                       PIC Z(17)9.            zbnkctlt
029100 01  WS-COUNT-D                            PIC ZZZ,ZZZ,ZZ9.       zbnkctlt
029200                                                                  zbnkctlt
029300 PROCEDURE DIVISION.                                              zbnkctlt
029400                                                                  zbnkctlt
029500     PERFORM RUN-CONTROL-START                                    zbnkctlt
029600         THRU RUN-CONTROL-START-EXIT.                             zbnkctlt
029700     PERFORM GET-RUN-DATE.                                        zbnkctlt
029800                                                                  zbnkctlt
029900     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           zbnkctlt
030000     STRING 'Control totals for ' DELIMITED BY SIZE               zbnkctlt
030100            WS-BUSDATE-DISPLAY DELIMITED BY SIZE                  zbnkctlt
030200       INTO WS-CONSOLE-MESSAGE.                                   zbnkctlt
030300     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkctlt
030400                                                                  zbnkctlt
030500     PERFORM RMOV-OPEN.                                           zbnkctlt
030600     PERFORM TXD-OPEN.                                            zbnkctlt
030700     PERFORM CTOT-OPEN.                                           zbnkctlt
030800     PERFORM PRINTOUT-OPEN.                                       zbnkctlt
030900     PERFORM WRITE-REPORT-HEADING.                                zbnkctlt
031000                                                                  zbnkctlt
031100     PERFORM TOTAL-CUSTOMER-FILE.                                 zbnkctlt
031200     PERFORM PROVE-ONE-FILE                                       zbnkctlt
031300         THRU PROVE-ONE-FILE-EXIT.                                zbnkctlt
031400     PERFORM TOTAL-ACCOUNT-FILE.                                  zbnkctlt
031500     PERFORM PROVE-ONE-FILE                                       zbnkctlt
031600         THRU PROVE-ONE-FILE-EXIT.                                zbnkctlt
031700     PERFORM TOTAL-TXN-FILE.                                      zbnkctlt
031800     PERFORM PROVE-ONE-FILE                                       zbnkctlt
031900         THRU PROVE-ONE-FILE-EXIT.                                zbnkctlt
032000     PERFORM TOTAL-LOANM-FILE.                                    zbnkctlt
032100     PERFORM PROVE-ONE-FILE                                       zbnkctlt
032200         THRU PROVE-ONE-FILE-EXIT.                                zbnkctlt
032300     PERFORM TOTAL-JOWN-FILE.                                     zbnkctlt
032400     PERFORM PROVE-ONE-FILE                                       zbnkctlt
032500         THRU PROVE-ONE-FILE-EXIT.                                zbnkctlt
032600     PERFORM TOTAL-CARD-FILE.                                     zbnkctlt
032700     PERFORM PROVE-ONE-FILE                                       zbnkctlt
032800         THRU PROVE-ONE-FILE-EXIT.                                zbnkctlt
032900                                                                  zbnkctlt
033000     PERFORM WRITE-REPORT-FOOTING.                                zbnkctlt
033100                                                                  zbnkctlt
033200     PERFORM RMOV-CLOSE.                                          zbnkctlt
033300     PERFORM TXD-CLOSE.                                           zbnkctlt
033400     PERFORM CTOT-CLOSE.                                          zbnkctlt
033500     PERFORM PRINTOUT-CLOSE.                                      zbnkctlt
033600                                                                  zbnkctlt
033700     PERFORM PRINT-JOB-SUMMARY.                                   zbnkctlt
033800                                                                  zbnkctlt
033900     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     zbnkctlt
034000     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkctlt
034100     IF WS-ALL-FILES-PROVE                                        zbnkctlt
034200        MOVE 0 TO RETURN-CODE                                     zbnkctlt
034300     ELSE                                                         zbnkctlt
034400        MOVE 8 TO RETURN-CODE                                     zbnkctlt
034500     END-IF.                                                      zbnkctlt
034600     PERFORM RUN-CONTROL-END.                                     zbnkctlt
034700     GOBACK.                                                      zbnkctlt
034800                                                                  zbnkctlt
034900******************************************************************zbnkctlt
035000* GET-RUN-DATE                                                   *zbnkctlt
035100* The business date comes back from run control (the held        *zbnkctlt
035200* BUSDATE, or today until one is held). The stamp is the         *zbnkctlt
035300* calendar date and time the counts are taken.                   *zbnkctlt
035400******************************************************************zbnkctlt
035500 GET-RUN-DATE.                                                    zbnkctlt
035600     MOVE RUNCTL-BUSDATE TO WS-BUSDATE.                           zbnkctlt
035700     MOVE SPACES TO DD-INPUT-TYPE.                                zbnkctlt
035800     SET DDI-ISO TO TRUE.                                         zbnkctlt
035900     MOVE SPACES TO DDI-DATA.                                     zbnkctlt
036000     STRING WS-BUSDATE-CCYY DELIMITED BY SIZE                     zbnkctlt
036100            '-'             DELIMITED BY SIZE                     zbnkctlt
036200            WS-BUSDATE-MM   DELIMITED BY SIZE                     zbnkctlt
036300            '-'             DELIMITED BY SIZE                     zbnkctlt
036400            WS-BUSDATE-DD   DELIMITED BY SIZE                     zbnkctlt
036500       INTO DDI-DATA.                                             zbnkctlt
036600     MOVE SPACES TO DD-OUTPUT-TYPE.                               zbnkctlt
036700     SET DDO-DD-MMM-YYYY TO TRUE.                                 zbnkctlt
036800     SET DD-ENV-NULL TO TRUE.                                     zbnkctlt
036900     CALL 'UDATECNV' USING WS-DATE-WORK-AREA.                     zbnkctlt
037000     MOVE DDO-DATA TO WS-BUSDATE-DISPLAY.                         zbnkctlt
037100     ACCEPT WS-RUN-STAMP-DATE FROM DATE YYYYMMDD.                 zbnkctlt
037200     ACCEPT WS-RUN-TIME-8 FROM TIME.                              zbnkctlt
037300     MOVE WS-RUN-TIME-8 (1:6) TO WS-RUN-STAMP-TIME.               zbnkctlt
037400                                                                  zbnkctlt
037500******************************************************************zbnkctlt
037600* TOTAL-xxxx-FILE                                                *zbnkctlt
037700* One sequential pass of each master: the record count, the sum  *zbnkctlt
037800* of its money field (the balance hash) and the sum of the       *zbnkctlt
037900* numeric part of its key (the key hash). Files with no money    *zbnkctlt
038000* field carry a zero balance hash.                               *zbnkctlt
038100******************************************************************zbnkctlt
038200 TOTAL-CUSTOMER-FILE.                                             zbnkctlt
038300     MOVE 'BNKCUST ' TO WS-FILE-NAME.                             zbnkctlt
038400     PERFORM CLEAR-FILE-TOTALS.                                   zbnkctlt
038500     OPEN INPUT CUSTOMER-FILE.                                    zbnkctlt
038600     MOVE WS-CUSTOMER-STATUS TO WS-IO-STATUS.                     zbnkctlt
038700     PERFORM CHECK-MASTER-OPEN.                                   zbnkctlt
038800     PERFORM CUSTOMER-GET.                                        zbnkctlt
038900     PERFORM TOTAL-CUSTOMER-RECORD                                zbnkctlt
039000         UNTIL WS-END-OF-FILE-SW = 'YES'.                         zbnkctlt
039100     CLOSE CUSTOMER-FILE.                                         zbnkctlt
039200                                                                  zbnkctlt
039300 TOTAL-CUSTOMER-RECORD.                                           zbnkctlt
039400     ADD 1 TO WS-FILE-COUNT.                                      zbnkctlt
039500     MOVE ZERO TO WS-KEY-PART-N.                                  zbnkctlt
039600     MOVE BCS-REC-PID TO WS-KEY-PART (5:5).                       zbnkctlt
039700     PERFORM ADD-KEY-PART.                                        zbnkctlt
039800     PERFORM CUSTOMER-GET.                                        zbnkctlt
039900                                                                  zbnkctlt
040000 CUSTOMER-GET.                                                    zbnkctlt
040100     READ CUSTOMER-FILE NEXT RECORD.                              zbnkctlt
040200     MOVE WS-CUSTOMER-STATUS TO WS-IO-STATUS.                     zbnkctlt
040300     PERFORM CHECK-MASTER-READ.                                   zbnkctlt
040400                                                                  zbnkctlt
040500 TOTAL-ACCOUNT-FILE.                                              zbnkctlt
040600     MOVE 'BNKACCT ' TO WS-FILE-NAME.                             zbnkctlt
040700     PERFORM CLEAR-FILE-TOTALS.                                   zbnkctlt
040800     OPEN INPUT ACCOUNT-FILE.                                     zbnkctlt
040900     MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS.                      zbnkctlt
041000     PERFORM CHECK-MASTER-OPEN.                                   zbnkctlt
041100     PERFORM ACCOUNT-GET.                                         zbnkctlt
041200     PERFORM TOTAL-ACCOUNT-RECORD                                 zbnkctlt
041300         UNTIL WS-END-OF-FILE-SW = 'YES'.                         zbnkctlt
041400     CLOSE ACCOUNT-FILE.                                          zbnkctlt
041500                                                                  zbnkctlt
041600 TOTAL-ACCOUNT-RECORD.                                            zbnkctlt
041700     ADD 1 TO WS-FILE-COUNT.                                      zbnkctlt
041800     ADD BAC-REC-BALANCE TO WS-FILE-AMOUNT-HASH.                  zbnkctlt
041900     MOVE BAC-REC-ACCNO TO WS-KEY-PART.                           zbnkctlt
042000     PERFORM ADD-KEY-PART.                                        zbnkctlt
042100     PERFORM ACCOUNT-GET.                                         zbnkctlt
042200                                                                  zbnkctlt
042300 ACCOUNT-GET.                                                     zbnkctlt
042400     READ ACCOUNT-FILE NEXT RECORD.                               zbnkctlt
042500     MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS.                      zbnkctlt
042600     PERFORM CHECK-MASTER-READ.                                   zbnkctlt
042700                                                                  zbnkctlt
042800 TOTAL-TXN-FILE.                                                  zbnkctlt
042900     MOVE 'BNKTXN  ' TO WS-FILE-NAME.                             zbnkctlt
043000     PERFORM CLEAR-FILE-TOTALS.                                   zbnkctlt
043100     OPEN INPUT TXN-FILE.                                         zbnkctlt
043200     MOVE WS-TXN-STATUS TO WS-IO-STATUS.                          zbnkctlt
043300     PERFORM CHECK-MASTER-OPEN.                                   zbnkctlt
043400     PERFORM TXN-GET.                                             zbnkctlt
043500     PERFORM TOTAL-TXN-RECORD                                     zbnkctlt
043600         UNTIL WS-END-OF-FILE-SW = 'YES'.                         zbnkctlt
043700     CLOSE TXN-FILE.                                              zbnkctlt
043800                                                                  zbnkctlt
043900 TOTAL-TXN-RECORD.                                                zbnkctlt
044000     ADD 1 TO WS-FILE-COUNT.                                      zbnkctlt
044100     ADD BTX-REC-AMOUNT TO WS-FILE-AMOUNT-HASH.                   zbnkctlt
044200     MOVE BTX-REC-ACCNO TO WS-KEY-PART.                           zbnkctlt
044300     PERFORM ADD-KEY-PART.                                        zbnkctlt
044400     PERFORM TXN-GET.                                             zbnkctlt
044500                                                                  zbnkctlt
044600 TXN-GET.                                                         zbnkctlt
044700     READ TXN-FILE NEXT RECORD.                                   zbnkctlt
044800     MOVE WS-TXN-STATUS TO WS-IO-STATUS.                          zbnkctlt
044900     PERFORM CHECK-MASTER-READ.                                   zbnkctlt
045000                                                                  zbnkctlt
045100 TOTAL-LOANM-FILE.                                                zbnkctlt
045200     MOVE 'BNKLNMA ' TO WS-FILE-NAME.                             zbnkctlt
045300     PERFORM CLEAR-FILE-TOTALS.                                   zbnkctlt
045400     OPEN INPUT LOANM-FILE.                                       zbnkctlt
045500     MOVE WS-LOANM-STATUS TO WS-IO-STATUS.                        zbnkctlt
045600     PERFORM CHECK-MASTER-OPEN.                                   zbnkctlt
045700     PERFORM LOANM-GET.                                           zbnkctlt
045800     PERFORM TOTAL-LOANM-RECORD                                   zbnkctlt
045900         UNTIL WS-END-OF-FILE-SW = 'YES'.                         zbnkctlt
046000     CLOSE LOANM-FILE.                                            zbnkctlt
046100                                                                  zbnkctlt
046200 TOTAL-LOANM-RECORD.                                              zbnkctlt
046300     ADD 1 TO WS-FILE-COUNT.                                      zbnkctlt
046400     ADD LM-REC-OUTSTANDING TO WS-FILE-AMOUNT-HASH.               zbnkctlt
046500     MOVE ZERO TO WS-KEY-PART-N.                                  zbnkctlt
046600     MOVE LM-REC-CONTACT-ID TO WS-KEY-PART (5:5).                 zbnkctlt
046700     PERFORM ADD-KEY-PART.                                        zbnkctlt
046800     ADD LM-REC-TASKN TO WS-FILE-KEY-HASH.                        zbnkctlt
046900     PERFORM LOANM-GET.                                           zbnkctlt
047000                                                                  zbnkctlt
047100 LOANM-GET.                                                       zbnkctlt
047200     READ LOANM-FILE NEXT RECORD.                                 zbnkctlt
047300     MOVE WS-LOANM-STATUS TO WS-IO-STATUS.                        zbnkctlt
047400     PERFORM CHECK-MASTER-READ.                                   zbnkctlt
047500                                                                  zbnkctlt
047600 TOTAL-JOWN-FILE.                                                 zbnkctlt
047700     MOVE 'BNKJOWN ' TO WS-FILE-NAME.                             zbnkctlt
047800     PERFORM CLEAR-FILE-TOTALS.                                   zbnkctlt
047900     OPEN INPUT JOWN-FILE.                                        zbnkctlt
048000     MOVE WS-JOWN-STATUS TO WS-IO-STATUS.                         zbnkctlt
048100     PERFORM CHECK-MASTER-OPEN.                                   zbnkctlt
048200     PERFORM JOWN-GET.                                            zbnkctlt
048300     PERFORM TOTAL-JOWN-RECORD                                    zbnkctlt
048400         UNTIL WS-END-OF-FILE-SW = 'YES'.                         zbnkctlt
048500     CLOSE JOWN-FILE.                                             zbnkctlt
048600                                                                  zbnkctlt
048700 TOTAL-JOWN-RECORD.                                               zbnkctlt
048800     ADD 1 TO WS-FILE-COUNT.                                      zbnkctlt
048900     MOVE JO-REC-ACCNO TO WS-KEY-PART.                            zbnkctlt
049000     PERFORM ADD-KEY-PART.                                        zbnkctlt
049100     MOVE ZERO TO WS-KEY-PART-N.                                  zbnkctlt
049200     MOVE JO-REC-PID TO WS-KEY-PART (5:5).                        zbnkctlt
049300     PERFORM ADD-KEY-PART.                                        zbnkctlt
049400     PERFORM JOWN-GET.                                            zbnkctlt
049500                                                                  zbnkctlt
049600 JOWN-GET.                                                        zbnkctlt
049700     READ JOWN-FILE NEXT RECORD.                                  zbnkctlt
049800     MOVE WS-JOWN-STATUS TO WS-IO-STATUS.                         zbnkctlt
049900     PERFORM CHECK-MASTER-READ.                                   zbnkctlt
050000                                                                  zbnkctlt
050100 TOTAL-CARD-FILE.                                                 zbnkctlt
050200     MOVE 'BNKCARD ' TO WS-FILE-NAME.                             zbnkctlt
050300     PERFORM CLEAR-FILE-TOTALS.                                   zbnkctlt
050400     OPEN INPUT CARD-FILE.                                        zbnkctlt
050500     MOVE WS-CARD-STATUS TO WS-IO-STATUS.                         zbnkctlt
050600     PERFORM CHECK-MASTER-OPEN.                                   zbnkctlt
050700     PERFORM CARD-GET.                                            zbnkctlt
050800     PERFORM TOTAL-CARD-RECORD                                    zbnkctlt
050900         UNTIL WS-END-OF-FILE-SW = 'YES'.                         zbnkctlt
051000     CLOSE CARD-FILE.                                             zbnkctlt
051100                                                                  zbnkctlt
051200 TOTAL-CARD-RECORD.                                               zbnkctlt
051300     ADD 1 TO WS-FILE-COUNT.                                      zbnkctlt
051400     MOVE CRD-REC-CARD-NO (8:9) TO WS-KEY-PART.                   zbnkctlt
051500     PERFORM ADD-KEY-PART.                                        zbnkctlt
051600     PERFORM CARD-GET.                                            zbnkctlt
051700                                                                  zbnkctlt
051800 CARD-GET.                                                        zbnkctlt
051900     READ CARD-FILE NEXT RECORD.                                  zbnkctlt
052000     MOVE WS-CARD-STATUS TO WS-IO-STATUS.                         zbnkctlt
052100     PERFORM CHECK-MASTER-READ.                                   zbnkctlt
052200                                                                  zbnkctlt
052300 CLEAR-FILE-TOTALS.                                               zbnkctlt
052400     MOVE ZERO TO WS-FILE-COUNT.                                  zbnkctlt
052500     MOVE ZERO TO WS-FILE-AMOUNT-HASH.                            zbnkctlt
052600     MOVE ZERO TO WS-FILE-KEY-HASH.                               zbnkctlt
052700     MOVE ZERO TO WS-FILE-JOURNAL-FROM.                           zbnkctlt
052800     MOVE 'NO ' TO WS-END-OF-FILE-SW.                             zbnkctlt
052900                                                                  zbnkctlt
053000******************************************************************zbnkctlt
053100* A key part that is not all digits adds nothing to the hash.    *zbnkctlt
053200******************************************************************zbnkctlt
053300 ADD-KEY-PART.                                                    zbnkctlt
053400     IF WS-KEY-PART IS NUMERIC                                    zbnkctlt
053500        ADD WS-KEY-PART-N TO WS-FILE-KEY-HASH                     zbnkctlt
053600     END-IF.                                                      zbnkctlt
053700                                                                  zbnkctlt
053800 CHECK-MASTER-OPEN.                                               zbnkctlt
053900     IF WS-IO-STATUS NOT = '00'                                   zbnkctlt
054000        MOVE SPACES TO WS-CONSOLE-MESSAGE                         zbnkctlt
054100        STRING WS-FILE-NAME DELIMITED BY SPACE                    zbnkctlt
054200               ' file open failure...' DELIMITED BY SIZE          zbnkctlt
054300          INTO WS-CONSOLE-MESSAGE                                 zbnkctlt
054400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkctlt
054500        PERFORM DISPLAY-IO-STATUS                                 zbnkctlt
054600        PERFORM ABORT-PROGRAM                                     zbnkctlt
054700     END-IF.                                                      zbnkctlt
054800                                                                  zbnkctlt
054900 CHECK-MASTER-READ.                                               zbnkctlt
055000     IF WS-IO-STATUS NOT = '00'                                   zbnkctlt
055100        IF WS-IO-STATUS = '10'                                    zbnkctlt
055200           MOVE 'YES' TO WS-END-OF-FILE-SW                        zbnkctlt
055300        ELSE                                                      zbnkctlt
055400           MOVE SPACES TO WS-CONSOLE-MESSAGE                      zbnkctlt
055500           STRING WS-FILE-NAME DELIMITED BY SPACE                 zbnkctlt
055600                  ' Error reading file ...' DELIMITED BY SIZE     zbnkctlt
055700             INTO WS-CONSOLE-MESSAGE                              zbnkctlt
055800           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkctlt
055900           PERFORM DISPLAY-IO-STATUS                              zbnkctlt
056000           PERFORM ABORT-PROGRAM                                  zbnkctlt
056100        END-IF                                                    zbnkctlt
056200     END-IF.                                                      zbnkctlt
056300                                                                  zbnkctlt
056400******************************************************************zbnkctlt
056500* PROVE-ONE-FILE                                                 *zbnkctlt
056600* Find the file's previous register entry, count the records     *zbnkctlt
056700* added and deleted since it was taken, and prove tonight's      *zbnkctlt
056800* count against it. The entry for tonight is then written, or    *zbnkctlt
056900* rewritten when the job is rerun for the same business date.    *zbnkctlt
057000******************************************************************zbnkctlt
057100 PROVE-ONE-FILE.                                                  zbnkctlt
057200     PERFORM FIND-PRIOR-ENTRY                                     zbnkctlt
057300         THRU FIND-PRIOR-ENTRY-EXIT.                              zbnkctlt
057400     MOVE ZERO TO WS-ADDED.                                       zbnkctlt
057500     MOVE ZERO TO WS-DELETED.                                     zbnkctlt
057600     PERFORM COUNT-LOGGED-MOVEMENTS                               zbnkctlt
057700         THRU COUNT-LOGGED-MOVEMENTS-EXIT.                        zbnkctlt
057800     IF WS-FILE-NAME = 'BNKTXN  '                                 zbnkctlt
057900        PERFORM COUNT-JOURNAL-POSTINGS                            zbnkctlt
058000            THRU COUNT-JOURNAL-POSTINGS-EXIT                      zbnkctlt
058100     END-IF.                                                      zbnkctlt
058200                                                                  zbnkctlt
058300     MOVE SPACES TO CTOT-FILE-REC.                                zbnkctlt
058400     MOVE WS-FILE-NAME TO CT-REC-FILE.                            zbnkctlt
058500     MOVE WS-BUSDATE TO CT-REC-BUSDATE.                           zbnkctlt
058600     MOVE WS-RUN-STAMP-N TO CT-REC-STAMP.                         zbnkctlt
058700     MOVE WS-FILE-COUNT TO CT-REC-COUNT.                          zbnkctlt
058800     MOVE WS-FILE-AMOUNT-HASH TO CT-REC-AMOUNT-HASH.              zbnkctlt
058900     MOVE WS-FILE-KEY-HASH TO CT-REC-KEY-HASH.                    zbnkctlt
059000     MOVE WS-FILE-JOURNAL-FROM TO CT-REC-JOURNAL-FROM.            zbnkctlt
059100     MOVE WS-ADDED TO CT-REC-ADDED.                               zbnkctlt
059200     MOVE WS-DELETED TO CT-REC-DELETED.                           zbnkctlt
059300     IF WS-PRIOR-NOT-FOUND                                        zbnkctlt
059400        MOVE ZERO TO CT-REC-PRIOR-BUSDATE                         zbnkctlt
059500        MOVE ZERO TO CT-REC-PRIOR-COUNT                           zbnkctlt
059600        MOVE ZERO TO WS-PRIOR-AMOUNT-HASH                         zbnkctlt
059700        MOVE WS-FILE-COUNT TO WS-EXPECTED                         zbnkctlt
059800        MOVE ZERO TO WS-DIFFERENCE                                zbnkctlt
059900        SET CT-REC-OPENING TO TRUE                                zbnkctlt
060000        ADD 1 TO WS-FILES-OPENED                                  zbnkctlt
060100     ELSE                                                         zbnkctlt
060200        MOVE WS-PRIOR-BUSDATE TO CT-REC-PRIOR-BUSDATE             zbnkctlt
060300        MOVE WS-PRIOR-COUNT TO CT-REC-PRIOR-COUNT                 zbnkctlt
060400        COMPUTE WS-EXPECTED =                                     zbnkctlt
060500            WS-PRIOR-COUNT + WS-ADDED - WS-DELETED                zbnkctlt
060600        COMPUTE WS-DIFFERENCE = WS-FILE-COUNT - WS-EXPECTED       zbnkctlt
060700        IF WS-DIFFERENCE IS EQUAL TO ZERO                         zbnkctlt
060800           SET CT-REC-PROVED TO TRUE                              zbnkctlt
060900           ADD 1 TO WS-FILES-PROVED                               zbnkctlt
061000        ELSE                                                      zbnkctlt
061100           SET CT-REC-NOT-PROVED TO TRUE                          zbnkctlt
061200           SET WS-A-FILE-FAILS TO TRUE                            zbnkctlt
061300           ADD 1 TO WS-FILES-FAILED                               zbnkctlt
061400        END-IF                                                    zbnkctlt
061500     END-IF.                                                      zbnkctlt
061600     PERFORM CTOT-PUT.                                            zbnkctlt
061700     PERFORM WRITE-FILE-LINES.                                    zbnkctlt
061800 PROVE-ONE-FILE-EXIT.                                             zbnkctlt
061900     EXIT.                                                        zbnkctlt
062000                                                                  zbnkctlt
062100******************************************************************zbnkctlt
062200* The previous entry is the latest one for the file filed under  *zbnkctlt
062300* an earlier business date. The register is read forward from    *zbnkctlt
062400* the file's first entry, keeping the last one before tonight.   *zbnkctlt
062500******************************************************************zbnkctlt
062600 FIND-PRIOR-ENTRY.                                                zbnkctlt
062700     SET WS-PRIOR-NOT-FOUND TO TRUE.                              zbnkctlt
062800     MOVE ZERO TO WS-PRIOR-BUSDATE.                               zbnkctlt
062900     MOVE ZERO TO WS-PRIOR-STAMP.                                 zbnkctlt
063000     MOVE ZERO TO WS-PRIOR-COUNT.                                 zbnkctlt
063100     MOVE ZERO TO WS-PRIOR-AMOUNT-HASH.                           zbnkctlt
063200     MOVE ZERO TO WS-PRIOR-JOURNAL-FROM.                          zbnkctlt
063300     MOVE WS-FILE-NAME TO CT-REC-FILE.                            zbnkctlt
063400     MOVE ZERO TO CT-REC-BUSDATE.                                 zbnkctlt
063500     START CTOT-FILE KEY IS NOT LESS THAN CT-REC-KEY.             zbnkctlt
063600     IF WS-CTOT-STATUS NOT = '00'                                 zbnkctlt
063700        GO TO FIND-PRIOR-ENTRY-EXIT                               zbnkctlt
063800     END-IF.                                                      zbnkctlt
063900     MOVE 'NO ' TO WS-END-OF-CTOT.                                zbnkctlt
064000     PERFORM READ-REGISTER-ENTRY                                  zbnkctlt
064100         UNTIL WS-END-OF-CTOT = 'YES'.                            zbnkctlt
064200 FIND-PRIOR-ENTRY-EXIT.                                           zbnkctlt
064300     EXIT.                                                        zbnkctlt
064400                                                                  zbnkctlt
064500 READ-REGISTER-ENTRY.                                             zbnkctlt
064600     READ CTOT-FILE NEXT RECORD.                                  zbnkctlt
064700     IF WS-CTOT-STATUS NOT = '00'                                 zbnkctlt
064800        IF WS-CTOT-STATUS NOT = '10'                              zbnkctlt
064900           MOVE 'CTOT Error reading file ...'                     zbnkctlt
065000             TO WS-CONSOLE-MESSAGE                                zbnkctlt
065100           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkctlt
065200           MOVE WS-CTOT-STATUS TO WS-IO-STATUS                    zbnkctlt
065300           PERFORM DISPLAY-IO-STATUS                              zbnkctlt
065400           PERFORM ABORT-PROGRAM                                  zbnkctlt
065500        END-IF                                                    zbnkctlt
065600        MOVE 'YES' TO WS-END-OF-CTOT                              zbnkctlt
065700     ELSE                                                         zbnkctlt
065800        IF CT-REC-FILE IS NOT EQUAL TO WS-FILE-NAME OR            zbnkctlt
065900           CT-REC-BUSDATE IS NOT LESS THAN WS-BUSDATE             zbnkctlt
066000           MOVE 'YES' TO WS-END-OF-CTOT                           zbnkctlt
066100        ELSE                                                      zbnkctlt
066200           SET WS-PRIOR-IS-FOUND TO TRUE                          zbnkctlt
066300           MOVE CT-REC-BUSDATE TO WS-PRIOR-BUSDATE                zbnkctlt
066400           MOVE CT-REC-STAMP TO WS-PRIOR-STAMP                    zbnkctlt
066500           MOVE CT-REC-COUNT TO WS-PRIOR-COUNT                    zbnkctlt
066600           MOVE CT-REC-AMOUNT-HASH TO WS-PRIOR-AMOUNT-HASH        zbnkctlt
066700           MOVE CT-REC-JOURNAL-FROM TO WS-PRIOR-JOURNAL-FROM      zbnkctlt
066800        END-IF                                                    zbnkctlt
066900     END-IF.                                                      zbnkctlt
067000                                                                  zbnkctlt
067100******************************************************************zbnkctlt
067200* Records logged on BNKRMOV for the file after the previous      *zbnkctlt
067300* count was taken and up to the stamp of tonight's count.        *zbnkctlt
067400******************************************************************zbnkctlt
067500 COUNT-LOGGED-MOVEMENTS.                                          zbnkctlt
067600     IF WS-PRIOR-NOT-FOUND                                        zbnkctlt
067700        GO TO COUNT-LOGGED-MOVEMENTS-EXIT                         zbnkctlt
067800     END-IF.                                                      zbnkctlt
067900     MOVE WS-FILE-NAME TO RM-REC-FILE.                            zbnkctlt
068000     MOVE WS-PRIOR-STAMP TO RM-REC-STAMP.                         zbnkctlt
068100     MOVE HIGH-VALUES TO RM-REC-RECKEY.                           zbnkctlt
068200     MOVE 999 TO RM-REC-SEQ.                                      zbnkctlt
068300     START RMOV-FILE KEY IS GREATER THAN RM-REC-KEY.              zbnkctlt
068400     IF WS-RMOV-STATUS NOT = '00'                                 zbnkctlt
068500        GO TO COUNT-LOGGED-MOVEMENTS-EXIT                         zbnkctlt
068600     END-IF.                                                      zbnkctlt
068700     MOVE 'NO ' TO WS-END-OF-RMOV.                                zbnkctlt
068800     PERFORM COUNT-ONE-MOVEMENT                                   zbnkctlt
068900         UNTIL WS-END-OF-RMOV = 'YES'.                            zbnkctlt
069000 COUNT-LOGGED-MOVEMENTS-EXIT.                                     zbnkctlt
069100     EXIT.                                                        zbnkctlt
069200                                                                  zbnkctlt
069300 COUNT-ONE-MOVEMENT.                                              zbnkctlt
069400     READ RMOV-FILE NEXT RECORD.                                  zbnkctlt
069500     IF WS-RMOV-STATUS NOT = '00'                                 zbnkctlt
069600        IF WS-RMOV-STATUS NOT = '10'                              zbnkctlt
069700           MOVE 'RMOV Error reading file ...'                     zbnkctlt
069800             TO WS-CONSOLE-MESSAGE                                zbnkctlt
069900           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkctlt
070000           MOVE WS-RMOV-STATUS TO WS-IO-STATUS                    zbnkctlt
070100           PERFORM DISPLAY-IO-STATUS                              zbnkctlt
070200           PERFORM ABORT-PROGRAM                                  zbnkctlt
070300        END-IF                                                    zbnkctlt
070400        MOVE 'YES' TO WS-END-OF-RMOV                              zbnkctlt
070500     ELSE                                                         zbnkctlt
070600        IF RM-REC-FILE IS NOT EQUAL TO WS-FILE-NAME OR            zbnkctlt
070700           RM-REC-STAMP IS GREATER THAN WS-RUN-STAMP-N            zbnkctlt
070800           MOVE 'YES' TO WS-END-OF-RMOV                           zbnkctlt
070900        ELSE                                                      zbnkctlt
071000           IF RM-REC-ADDED                                        zbnkctlt
071100              ADD 1 TO WS-ADDED                                   zbnkctlt
071200           END-IF                                                 zbnkctlt
071300           IF RM-REC-DELETED                                      zbnkctlt
071400              ADD 1 TO WS-DELETED                                 zbnkctlt
071500           END-IF                                                 zbnkctlt
071600        END-IF                                                    zbnkctlt
071700     END-IF.                                                      zbnkctlt
071800                                                                  zbnkctlt
071900******************************************************************zbnkctlt
072000* Postings added to BNKTXN come from the BNKTXD journal, which   *zbnkctlt
072100* is never purged. Entries dated on or after the day of the      *zbnkctlt
072200* previous count, less the number that were already there when   *zbnkctlt
072300* it was taken, are the postings written since. Entries dated    *zbnkctlt
072400* on or after tonight's stamp date are kept for tomorrow.        *zbnkctlt
072500******************************************************************zbnkctlt
072600 COUNT-JOURNAL-POSTINGS.                                          zbnkctlt
072700     MOVE ZERO TO WS-JOURNAL-NOW.                                 zbnkctlt
072800     IF WS-PRIOR-IS-FOUND                                         zbnkctlt
072900        MOVE WS-PRIOR-STAMP-DATE TO TD-REC-KEY-DTE                zbnkctlt
073000     ELSE                                                         zbnkctlt
073100        MOVE WS-RUN-STAMP-DATE TO TD-REC-KEY-DTE                  zbnkctlt
073200     END-IF.                                                      zbnkctlt
073300     MOVE LOW-VALUES TO TD-REC-KEY-TXN.                           zbnkctlt
073400     START TXD-FILE KEY IS NOT LESS THAN TD-REC-KEY.              zbnkctlt
073500     IF WS-TXD-STATUS NOT = '00'                                  zbnkctlt
073600        GO TO COUNT-JOURNAL-POSTINGS-ADD                          zbnkctlt
073700     END-IF.                                                      zbnkctlt
073800     MOVE 'NO ' TO WS-END-OF-TXD.                                 zbnkctlt
073900     PERFORM COUNT-ONE-JOURNAL-ENTRY                              zbnkctlt
074000         UNTIL WS-END-OF-TXD = 'YES'.                             zbnkctlt
074100 COUNT-JOURNAL-POSTINGS-ADD.                                      zbnkctlt
074200     IF WS-PRIOR-IS-FOUND                                         zbnkctlt
074300        IF WS-JOURNAL-NOW IS GREATER THAN WS-PRIOR-JOURNAL-FROM   zbnkctlt
074400           COMPUTE WS-ADDED = WS-ADDED +                          zbnkctlt
074500               WS-JOURNAL-NOW - WS-PRIOR-JOURNAL-FROM             zbnkctlt
074600        END-IF                                                    zbnkctlt
074700     END-IF.                                                      zbnkctlt
074800 COUNT-JOURNAL-POSTINGS-EXIT.                                     zbnkctlt
074900     EXIT.                                                        zbnkctlt
075000                                                                  zbnkctlt
075100 COUNT-ONE-JOURNAL-ENTRY.                                         zbnkctlt
075200     READ TXD-FILE NEXT RECORD.                                   zbnkctlt
075300     IF WS-TXD-STATUS NOT = '00'                                  zbnkctlt
075400        IF WS-TXD-STATUS NOT = '10'                               zbnkctlt
075500           MOVE 'TXD Error reading file ...' TO WS-CONSOLE-MESSAGEzbnkctlt
075600           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkctlt
075700           MOVE WS-TXD-STATUS TO WS-IO-STATUS                     zbnkctlt
075800           PERFORM DISPLAY-IO-STATUS                              zbnkctlt
075900           PERFORM ABORT-PROGRAM                                  zbnkctlt
076000        END-IF                                                    zbnkctlt
076100        MOVE 'YES' TO WS-END-OF-TXD                               zbnkctlt
076200     ELSE                                                         zbnkctlt
076300        ADD 1 TO WS-JOURNAL-NOW                                   zbnkctlt
076400        IF TD-REC-POST-DTE IS NOT LESS THAN WS-RUN-STAMP-DATE     zbnkctlt
076500           ADD 1 TO WS-FILE-JOURNAL-FROM                          zbnkctlt
076600        END-IF                                                    zbnkctlt
076700     END-IF.                                                      zbnkctlt
076800                                                                  zbnkctlt
076900******************************************************************zbnkctlt
077000* WRITE-REPORT-HEADING / WRITE-FILE-LINES / WRITE-REPORT-FOOTING *zbnkctlt
077100******************************************************************zbnkctlt
077200 WRITE-REPORT-HEADING.                                            zbnkctlt
077300     MOVE SPACES TO WS-REPORT-LINE.                               zbnkctlt
077400     STRING 'Master-File Control Totals - business date '         zbnkctlt
077500                                      DELIMITED BY SIZE           zbnkctlt
077600            WS-BUSDATE-DISPLAY        DELIMITED BY SIZE           zbnkctlt
077700       INTO WS-REPORT-LINE.                                       zbnkctlt
077800     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkctlt
077900     PERFORM PRINTOUT-PUT.                                        zbnkctlt
078000     MOVE SPACES TO PRINTOUT-REC.                                 zbnkctlt
078100     PERFORM PRINTOUT-PUT.                                        zbnkctlt
078200     MOVE SPACES TO WS-REPORT-LINE.                               zbnkctlt
078300     MOVE 'File' TO WS-REPORT-LINE (1:4).                         zbnkctlt
078400     MOVE 'Previous' TO WS-REPORT-LINE (14:8).                    zbnkctlt
078500     MOVE 'Added' TO WS-REPORT-LINE (30:5).                       zbnkctlt
078600     MOVE 'Deleted' TO WS-REPORT-LINE (41:7).                     zbnkctlt
078700     MOVE 'Expected' TO WS-REPORT-LINE (54:8).                    zbnkctlt
078800     MOVE 'Counted' TO WS-REPORT-LINE (69:7).                     zbnkctlt
078900     MOVE 'Difference' TO WS-REPORT-LINE (80:10).                 zbnkctlt
079000     MOVE 'Result' TO WS-REPORT-LINE (93:6).                      zbnkctlt
079100     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkctlt
079200     PERFORM PRINTOUT-PUT.                                        zbnkctlt
079300                                                                  zbnkctlt
079400 WRITE-FILE-LINES.                                                zbnkctlt
079500     MOVE SPACES TO PRINTOUT-REC.                                 zbnkctlt
079600     PERFORM PRINTOUT-PUT.                                        zbnkctlt
079700     MOVE WS-FILE-NAME TO WS-RPT-FILE.                            zbnkctlt
079800     MOVE WS-PRIOR-COUNT TO WS-RPT-PRIOR.                         zbnkctlt
079900     MOVE WS-ADDED TO WS-RPT-ADDED.                               zbnkctlt
080000     MOVE WS-DELETED TO WS-RPT-DELETED.                           zbnkctlt
080100     MOVE WS-EXPECTED TO WS-RPT-EXPECTED.                         zbnkctlt
080200     MOVE WS-FILE-COUNT TO WS-RPT-COUNT.                          zbnkctlt
080300     MOVE WS-DIFFERENCE TO WS-RPT-DIFF.                           zbnkctlt
080400     EVALUATE TRUE                                                zbnkctlt
080500       WHEN CT-REC-OPENING                                        zbnkctlt
080600         MOVE 'Opening count' TO WS-RPT-RESULT                    zbnkctlt
080700       WHEN CT-REC-PROVED                                         zbnkctlt
080800         MOVE 'Proved' TO WS-RPT-RESULT                           zbnkctlt
080900       WHEN OTHER                                                 zbnkctlt
081000         MOVE '** NOT PROVED **' TO WS-RPT-RESULT                 zbnkctlt
081100     END-EVALUATE.                                                zbnkctlt
081200     MOVE WS-COUNT-LINE TO PRINTOUT-REC.                          zbnkctlt
081300     PERFORM PRINTOUT-PUT.                                        zbnkctlt
081400     COMPUTE WS-AMOUNT-MOVEMENT =                                 zbnkctlt
081500         WS-FILE-AMOUNT-HASH - WS-PRIOR-AMOUNT-HASH.              zbnkctlt
081600     MOVE WS-FILE-AMOUNT-HASH TO WS-HSH-AMOUNT.                   zbnkctlt
081700     MOVE WS-AMOUNT-MOVEMENT TO WS-HSH-MOVEMENT.                  zbnkctlt
081800     MOVE WS-FILE-KEY-HASH TO WS-HSH-KEYS.                        zbnkctlt
081900     MOVE WS-HASH-LINE TO PRINTOUT-REC.                           zbnkctlt
082000     PERFORM PRINTOUT-PUT.                                        zbnkctlt
082100                                                                  zbnkctlt
082200 WRITE-REPORT-FOOTING.                                            zbnkctlt
082300     MOVE SPACES TO PRINTOUT-REC.                                 zbnkctlt
082400     PERFORM PRINTOUT-PUT.                                        zbnkctlt
082500     IF WS-ALL-FILES-PROVE                                        zbnkctlt
082600        MOVE 'All master files prove to the previous count'       zbnkctlt
082700          TO PRINTOUT-REC                                         zbnkctlt
082800     ELSE                                                         zbnkctlt
082900        MOVE 'MASTER FILES DO NOT PROVE - DATE ROLL HELD'         zbnkctlt
083000          TO PRINTOUT-REC                                         zbnkctlt
083100     END-IF.                                                      zbnkctlt
083200     PERFORM PRINTOUT-PUT.                                        zbnkctlt
083300                                                                  zbnkctlt
083400******************************************************************zbnkctlt
083500* PRINT-JOB-SUMMARY                                              *zbnkctlt
083600******************************************************************zbnkctlt
083700 PRINT-JOB-SUMMARY.                                               zbnkctlt
083800     PERFORM JOBSUM-OPEN.                                         zbnkctlt
083900     MOVE SPACES TO JOBSUM-REC.                                   zbnkctlt
084000     MOVE WS-FILES-PROVED TO WS-COUNT-D.                          zbnkctlt
084100     STRING 'Master files proved:         ' DELIMITED BY SIZE     zbnkctlt
084200            WS-COUNT-D DELIMITED BY SIZE                          zbnkctlt
084300       INTO JOBSUM-REC.                                           zbnkctlt
084400     PERFORM JOBSUM-PUT.                                          zbnkctlt
084500     MOVE SPACES TO JOBSUM-REC.                                   zbnkctlt
084600     MOVE WS-FILES-OPENED TO WS-COUNT-D.                          zbnkctlt
084700     STRING 'Opening counts taken:        ' DELIMITED BY SIZE     zbnkctlt
084800            WS-COUNT-D DELIMITED BY SIZE                          zbnkctlt
084900       INTO JOBSUM-REC.                                           zbnkctlt
085000     PERFORM JOBSUM-PUT.                                          zbnkctlt
085100     MOVE SPACES TO JOBSUM-REC.                                   zbnkctlt
085200     MOVE WS-FILES-FAILED TO WS-COUNT-D.                          zbnkctlt
085300     STRING 'Master files not proved:     ' DELIMITED BY SIZE     zbnkctlt
085400            WS-COUNT-D DELIMITED BY SIZE                          zbnkctlt
085500       INTO JOBSUM-REC.                                           zbnkctlt
085600     PERFORM JOBSUM-PUT.                                          zbnkctlt
085700     MOVE SPACES TO JOBSUM-REC.                                   zbnkctlt
085800     IF WS-ALL-FILES-PROVE                                        zbnkctlt
085900        MOVE 'Control totals prove' TO JOBSUM-REC                 zbnkctlt
086000     ELSE                                                         zbnkctlt
086100        MOVE 'Control totals do not prove - see report'           zbnkctlt
086200          TO JOBSUM-REC                                           zbnkctlt
086300     END-IF.                                                      zbnkctlt
086400     PERFORM JOBSUM-PUT.                                          zbnkctlt
086500     PERFORM JOBSUM-CLOSE.                                        zbnkctlt
086600     MOVE 'Job summary written to JOBSUM'                         zbnkctlt
086700       TO WS-CONSOLE-MESSAGE.                                     zbnkctlt
086800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkctlt
086900                                                                  zbnkctlt
087000******************************************************************zbnkctlt
087100* Open and close the RMOV movement log and the TXD journal; both *zbnkctlt
087200* are read from a starting key.                                  *zbnkctlt
087300******************************************************************zbnkctlt
087400 RMOV-OPEN.                                                       zbnkctlt
087500     OPEN INPUT RMOV-FILE.                                        zbnkctlt
087600     IF WS-RMOV-STATUS = '00'                                     zbnkctlt
087700        MOVE 'RMOV file opened OK' TO WS-CONSOLE-MESSAGE          zbnkctlt
087800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkctlt
087900     ELSE                                                         zbnkctlt
088000        MOVE 'RMOV file open failure...' TO WS-CONSOLE-MESSAGE    zbnkctlt
088100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkctlt
088200        MOVE WS-RMOV-STATUS TO WS-IO-STATUS                       zbnkctlt
088300        PERFORM DISPLAY-IO-STATUS                                 zbnkctlt
088400        PERFORM ABORT-PROGRAM                                     zbnkctlt
088500     END-IF.                                                      zbnkctlt
088600                                                                  zbnkctlt
088700 RMOV-CLOSE.                                                      zbnkctlt
088800     CLOSE RMOV-FILE.                                             zbnkctlt
088900     IF WS-RMOV-STATUS = '00'                                     zbnkctlt
089000        MOVE 'RMOV file closed OK' TO WS-CONSOLE-MESSAGE          zbnkctlt
089100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkctlt
089200     ELSE                                                         zbnkctlt
089300        MOVE 'RMOV file close failure...' TO WS-CONSOLE-MESSAGE   zbnkctlt
089400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkctlt
089500        MOVE WS-RMOV-STATUS TO WS-IO-STATUS                       zbnkctlt
089600        PERFORM DISPLAY-IO-STATUS                                 zbnkctlt
089700        PERFORM ABORT-PROGRAM                                     zbnkctlt
089800     END-IF.                                                      zbnkctlt
089900                                                                  zbnkctlt
090000 TXD-OPEN.                                                        zbnkctlt
090100     OPEN INPUT TXD-FILE.                                         zbnkctlt
090200     IF WS-TXD-STATUS = '00'                                      zbnkctlt
090300        MOVE 'TXD file opened OK' TO WS-CONSOLE-MESSAGE           zbnkctlt
090400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkctlt
090500     ELSE                                                         zbnkctlt
090600        MOVE 'TXD file open failure...' TO WS-CONSOLE-MESSAGE     zbnkctlt
090700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkctlt
090800        MOVE WS-TXD-STATUS TO WS-IO-STATUS                        zbnkctlt
090900        PERFORM DISPLAY-IO-STATUS                                 zbnkctlt
091000        PERFORM ABORT-PROGRAM                                     zbnkctlt
091100     END-IF.                                                      zbnkctlt
091200                                                                  zbnkctlt
091300 TXD-CLOSE.                                                       zbnkctlt
091400     CLOSE TXD-FILE.                                              zbnkctlt
091500     IF WS-TXD-STATUS = '00'                                      zbnkctlt
091600        MOVE 'TXD file closed OK' TO WS-CONSOLE-MESSAGE           zbnkctlt
091700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkctlt
091800     ELSE                                                         zbnkctlt
091900        MOVE 'TXD file close failure...' TO WS-CONSOLE-MESSAGE    zbnkctlt
092000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkctlt
092100        MOVE WS-TXD-STATUS TO WS-IO-STATUS                        zbnkctlt
092200        PERFORM DISPLAY-IO-STATUS                                 zbnkctlt
092300        PERFORM ABORT-PROGRAM                                     zbnkctlt
092400     END-IF.                                                      zbnkctlt
092500                                                                  zbnkctlt
092600******************************************************************zbnkctlt
092700* Open, write and close the CTOT register. Tonight's entry is    *zbnkctlt
092800* added, or replaced when the job is rerun for the same date.    *zbnkctlt
092900******************************************************************zbnkctlt
093000 CTOT-OPEN.                                                       zbnkctlt
093100     OPEN I-O CTOT-FILE.                                          zbnkctlt
093200     IF WS-CTOT-STATUS = '00'                                     zbnkctlt
093300        MOVE 'CTOT file opened OK' TO WS-CONSOLE-MESSAGE          zbnkctlt
093400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkctlt
093500     ELSE                                                         zbnkctlt
093600        MOVE 'CTOT file open failure...' TO WS-CONSOLE-MESSAGE    zbnkctlt
093700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkctlt
093800        MOVE WS-CTOT-STATUS TO WS-IO-STATUS                       zbnkctlt
093900        PERFORM DISPLAY-IO-STATUS                                 zbnkctlt
094000        PERFORM ABORT-PROGRAM                                     zbnkctlt
094100     END-IF.                                                      zbnkctlt
094200                                                                  zbnkctlt
094300 CTOT-PUT.                                                        zbnkctlt
094400     WRITE CTOT-FILE-REC.                                         zbnkctlt
094500     IF WS-CTOT-STATUS = '22'                                     zbnkctlt
094600        REWRITE CTOT-FILE-REC                                     zbnkctlt
094700     END-IF.                                                      zbnkctlt
094800     IF WS-CTOT-STATUS NOT = '00'                                 zbnkctlt
094900        MOVE 'CTOT Error writing file ...' TO WS-CONSOLE-MESSAGE  zbnkctlt
095000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkctlt
095100        MOVE WS-CTOT-STATUS TO WS-IO-STATUS                       zbnkctlt
095200        PERFORM DISPLAY-IO-STATUS                                 zbnkctlt
095300        PERFORM ABORT-PROGRAM                                     zbnkctlt
095400     END-IF.                                                      zbnkctlt
095500                                                                  zbnkctlt
095600 CTOT-CLOSE.                                                      zbnkctlt
095700     CLOSE CTOT-FILE.                                             zbnkctlt
095800     IF WS-CTOT-STATUS = '00'                                     zbnkctlt
095900        MOVE 'CTOT file closed OK' TO WS-CONSOLE-MESSAGE          zbnkctlt
096000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkctlt
096100     ELSE                                                         zbnkctlt
096200        MOVE 'CTOT file close failure...' TO WS-CONSOLE-MESSAGE   zbnkctlt
096300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkctlt
096400        MOVE WS-CTOT-STATUS TO WS-IO-STATUS                       zbnkctlt
096500        PERFORM DISPLAY-IO-STATUS                                 zbnkctlt
096600        PERFORM ABORT-PROGRAM                                     zbnkctlt
096700     END-IF.                                                      zbnkctlt
096800                                                                  zbnkctlt
096900******************************************************************zbnkctlt
097000* Open, access and close the PRINTOUT file.                      *zbnkctlt
097100******************************************************************zbnkctlt
097200 PRINTOUT-OPEN.                                                   zbnkctlt
097300     OPEN OUTPUT PRINTOUT-FILE.                                   zbnkctlt
097400     IF WS-PRINTOUT-STATUS = '00'                                 zbnkctlt
097500        MOVE 'PRINTOUT file opened OK' TO WS-CONSOLE-MESSAGE      zbnkctlt
097600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkctlt
097700     ELSE                                                         zbnkctlt
097800        MOVE 'PRINTOUT file open failure...' TO WS-CONSOLE-MESSAGEzbnkctlt
097900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkctlt
098000        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkctlt
098100        PERFORM DISPLAY-IO-STATUS                                 zbnkctlt
098200        PERFORM ABORT-PROGRAM                                     zbnkctlt
098300     END-IF.                                                      zbnkctlt
098400                                                                  zbnkctlt
098500 PRINTOUT-PUT.                                                    zbnkctlt
098600     WRITE PRINTOUT-REC.                                          zbnkctlt
098700     IF WS-PRINTOUT-STATUS NOT = '00'                             zbnkctlt
098800        MOVE 'PRINTOUT Error writing file ...'                    zbnkctlt
098900          TO WS-CONSOLE-MESSAGE                                   zbnkctlt
099000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkctlt
099100        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkctlt
099200        PERFORM DISPLAY-IO-STATUS                                 zbnkctlt
099300        PERFORM ABORT-PROGRAM                                     zbnkctlt
099400     END-IF.                                                      zbnkctlt
099500                                                                  zbnkctlt
099600 PRINTOUT-CLOSE.                                                  zbnkctlt
099700     CLOSE PRINTOUT-FILE.                                         zbnkctlt
099800     IF WS-PRINTOUT-STATUS = '00'                                 zbnkctlt
099900        MOVE 'PRINTOUT file closed OK' TO WS-CONSOLE-MESSAGE      zbnkctlt
100000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkctlt
100100     ELSE                                                         zbnkctlt
100200        MOVE 'PRINTOUT file close failure...'                     zbnkctlt
100300          TO WS-CONSOLE-MESSAGE                                   zbnkctlt
100400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkctlt
100500        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkctlt
100600        PERFORM DISPLAY-IO-STATUS                                 zbnkctlt
100700        PERFORM ABORT-PROGRAM                                     zbnkctlt
100800     END-IF.                                                      zbnkctlt
100900                                                                  zbnkctlt
101000 JOBSUM-OPEN.                                                     zbnkctlt
101100     OPEN OUTPUT JOBSUM-FILE.                                     zbnkctlt
101200     IF WS-JOBSUM-STATUS = '00'                                   zbnkctlt
101300        MOVE 'JOBSUM file opened OK' TO WS-CONSOLE-MESSAGE        zbnkctlt
101400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkctlt
101500     ELSE                                                         zbnkctlt
101600        MOVE 'JOBSUM file open failure...' TO WS-CONSOLE-MESSAGE  zbnkctlt
101700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkctlt
101800        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkctlt
101900        PERFORM DISPLAY-IO-STATUS                                 zbnkctlt
102000        PERFORM ABORT-PROGRAM                                     zbnkctlt
102100     END-IF.                                                      zbnkctlt
102200                                                                  zbnkctlt
102300 JOBSUM-PUT.                                                      zbnkctlt
102400     WRITE JOBSUM-REC.                                            zbnkctlt
102500     IF WS-JOBSUM-STATUS NOT = '00'                               zbnkctlt
102600        MOVE 'JOBSUM Error writing file ...' TO WS-CONSOLE-MESSAGEzbnkctlt
102700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkctlt
102800        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkctlt
102900        PERFORM DISPLAY-IO-STATUS                                 zbnkctlt
103000        PERFORM ABORT-PROGRAM                                     zbnkctlt
103100     END-IF.                                                      zbnkctlt
103200                                                                  zbnkctlt
103300 JOBSUM-CLOSE.                                                    zbnkctlt
103400     CLOSE JOBSUM-FILE.                                           zbnkctlt
103500     IF WS-JOBSUM-STATUS = '00'                                   zbnkctlt
103600        MOVE 'JOBSUM file closed OK' TO WS-CONSOLE-MESSAGE        zbnkctlt
103700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkctlt
103800     ELSE                                                         zbnkctlt
103900        MOVE 'JOBSUM file close failure...' TO WS-CONSOLE-MESSAGE zbnkctlt
104000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkctlt
104100        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkctlt
104200        PERFORM DISPLAY-IO-STATUS                                 zbnkctlt
104300        PERFORM ABORT-PROGRAM                                     zbnkctlt
104400     END-IF.                                                      zbnkctlt
104500                                                                  zbnkctlt
104600******************************************************************zbnkctlt
104700* Run-control hooks. The START call blocks this job when it has  *zbnkctlt
104800* already completed for the business date, records the start on  *zbnkctlt
104900* BNKRUNC and hands back the business date; the END call records *zbnkctlt
105000* the end time and return code. See URUNCTL.CBL.                 *zbnkctlt
105100******************************************************************zbnkctlt
105200 RUN-CONTROL-START.                                               zbnkctlt
105300     SET RUNCTL-START TO TRUE.                                    zbnkctlt
105400     MOVE 'ZBNKCTLT' TO RUNCTL-JOB.                               zbnkctlt
105500     MOVE ZERO TO RUNCTL-BUSDATE.                                 zbnkctlt
105600     MOVE ZERO TO RUNCTL-RETURN-CODE.                             zbnkctlt
105700     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkctlt
105800     IF RUNCTL-BLOCKED                                            zbnkctlt
105900        MOVE RUNCTL-REPLY-TEXT TO WS-CONSOLE-MESSAGE              zbnkctlt
106000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkctlt
106100        MOVE 'Run control blocked this run' TO WS-CONSOLE-MESSAGE zbnkctlt
106200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkctlt
106300        MOVE 8 TO RETURN-CODE                                     zbnkctlt
106400        GOBACK                                                    zbnkctlt
106500     END-IF.                                                      zbnkctlt
106600 RUN-CONTROL-START-EXIT.                                          zbnkctlt
106700     EXIT.                                                        zbnkctlt
106800                                                                  zbnkctlt
106900 RUN-CONTROL-END.                                                 zbnkctlt
107000     SET RUNCTL-END TO TRUE.                                      zbnkctlt
107100     MOVE RETURN-CODE TO RUNCTL-RETURN-CODE.                      zbnkctlt
107200     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkctlt
107300                                                                  zbnkctlt
107400******************************************************************zbnkctlt
107500* Display the file status bytes                                  *zbnkctlt
107600******************************************************************zbnkctlt
107700 DISPLAY-IO-STATUS.                                               zbnkctlt
107800     IF WS-IO-STATUS NUMERIC                                      zbnkctlt
107900        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkctlt
108000        STRING 'File status -' DELIMITED BY SIZE                  zbnkctlt
108100               WS-IO-STATUS DELIMITED BY SIZE                     zbnkctlt
108200          INTO WS-CONSOLE-MESSAGE                                 zbnkctlt
108300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkctlt
108400     ELSE                                                         zbnkctlt
108500        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     zbnkctlt
108600        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    zbnkctlt
108700        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkctlt
108800        STRING 'File status -' DELIMITED BY SIZE                  zbnkctlt
108900               WS-IO-STAT1 DELIMITED BY SIZE                      zbnkctlt
109000               '/' DELIMITED BY SIZE                              zbnkctlt
109100               WS-TWO-BYTES DELIMITED BY SIZE                     zbnkctlt
109200          INTO WS-CONSOLE-MESSAGE                                 zbnkctlt
109300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkctlt
109400     END-IF.                                                      zbnkctlt
109500                                                                  zbnkctlt
109600******************************************************************zbnkctlt
109700* 'ABORT' the program. Post a message and issue a goback         *zbnkctlt
109800******************************************************************zbnkctlt
109900 ABORT-PROGRAM.                                                   zbnkctlt
110000     IF WS-CONSOLE-MESSAGE NOT = SPACES                           zbnkctlt
110100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkctlt
110200     END-IF.                                                      zbnkctlt
110300     MOVE 'Program is abending...' TO WS-CONSOLE-MESSAGE.         zbnkctlt
110400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkctlt
110500     MOVE 16 TO RETURN-CODE.                                      zbnkctlt
110600     GOBACK.                                                      zbnkctlt
110700                                                                  zbnkctlt
110800******************************************************************zbnkctlt
110900* Display CONSOLE messages...                                    *zbnkctlt
111000******************************************************************zbnkctlt
111100 DISPLAY-CONSOLE-MESSAGE.                                         zbnkctlt
111200     DISPLAY 'ZBNKCTLT - ' WS-CONSOLE-MESSAGE                     zbnkctlt
111300       UPON CONSOLE.                                              zbnkctlt
111400     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       zbnkctlt
