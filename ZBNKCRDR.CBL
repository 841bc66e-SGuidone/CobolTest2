000100******************************************************************zbnkcrdr
000200*                                                               * zbnkcrdr
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * zbnkcrdr
000400*   This demonstration program is provided for use by users     * zbnkcrdr
000500*   of Micro Focus products and may be used, modified and       * zbnkcrdr
000600*   distributed as part of your application provided that       * zbnkcrdr
000700*   you properly acknowledge the copyright of Micro Focus       * zbnkcrdr
000800*   in this material.                                           * zbnkcrdr
000900*                                                               * zbnkcrdr
001000******************************************************************zbnkcrdr
001100                                                                  zbnkcrdr
001200******************************************************************zbnkcrdr
001300* ZBNKCRDR.CBL                                                   *zbnkcrdr
001400* Function:    Monthly card reissue and embossing run. Every     *zbnkcrdr
001500*              active BNKCARD card expiring by the end of the    *zbnkcrdr
001600*              month after next, on an account still active and  *zbnkcrdr
001700*              not dormant, is reissued - a new card number on   *zbnkcrdr
001800*              the same range, three years to expiry - and the   *zbnkcrdr
001900*              old card is cross-referenced to it through        *zbnkcrdr
002000*              CRD-REC-REPLACED-BY the way DBANK35P replacement  *zbnkcrdr
002100*              does. The old card stays usable until the new one *zbnkcrdr
002200*              is first used on the ATM or POS feed, which then  *zbnkcrdr
002300*              blocks it. Every card waiting for the bureau -    *zbnkcrdr
002400*              reissued here, or issued or replaced on DBANK35P  *zbnkcrdr
002500*              since the last run - is written to the EMBOSS     *zbnkcrdr
002600*              personalisation file, which is registered on the  *zbnkcrdr
002700*              outbound transmission register. Prints the        *zbnkcrdr
002800*              reissue report.                                   *zbnkcrdr
002810*              Each card written is logged on BNKRMOV for the    *zbnkcrdr
002820*              nightly control-totals proof (ZBNKCTLT).          *zbnkcrdr
002900******************************************************************zbnkcrdr
003000 IDENTIFICATION DIVISION.                                         zbnkcrdr
003100 PROGRAM-ID.                                                      zbnkcrdr
003200     ZBNKCRDR.                                                    zbnkcrdr
003300 DATE-WRITTEN.                                                    zbnkcrdr
003400     October 2026.                                                zbnkcrdr
003500 DATE-COMPILED.                                                   zbnkcrdr
003600     Today.                                                       zbnkcrdr
003700                                                                  zbnkcrdr
003800 ENVIRONMENT DIVISION.                                            zbnkcrdr
003900 INPUT-OUTPUT   SECTION.                                          zbnkcrdr
004000   FILE-CONTROL.                                                  zbnkcrdr
004100     SELECT CARD-FILE                                             zbnkcrdr
004200            ASSIGN       TO BNKCARD                               zbnkcrdr
004300            ORGANIZATION IS INDEXED                               zbnkcrdr
004400            ACCESS MODE  IS DYNAMIC                               zbnkcrdr
004500            RECORD KEY   IS CRD-REC-CARD-NO                       zbnkcrdr
004600            FILE STATUS  IS WS-CARD-STATUS.                       zbnkcrdr
004700     SELECT ACCOUNT-FILE                                          zbnkcrdr
004800            ASSIGN       TO BNKACCT                               zbnkcrdr
004900            ORGANIZATION IS INDEXED                               zbnkcrdr
005000            ACCESS MODE  IS RANDOM                                zbnkcrdr
005100            RECORD KEY   IS BAC-REC-ACCNO                         zbnkcrdr
005200            FILE STATUS  IS WS-ACCOUNT-STATUS.                    zbnkcrdr
005300     SELECT CUST-FILE                                             zbnkcrdr
005400            ASSIGN       TO BNKCUST                               zbnkcrdr
005500            ORGANIZATION IS INDEXED                               zbnkcrdr
005600            ACCESS MODE  IS RANDOM                                zbnkcrdr
005700            RECORD KEY   IS BCS-REC-PID                           zbnkcrdr
005800            FILE STATUS  IS WS-CUST-STATUS.                       zbnkcrdr
005900     SELECT SYSC-FILE                                             zbnkcrdr
006000            ASSIGN       TO BNKSYSC                               zbnkcrdr
006100            ORGANIZATION IS INDEXED                               zbnkcrdr
006200            ACCESS MODE  IS RANDOM                                zbnkcrdr
006300            RECORD KEY   IS SY-REC-CONTROL-NAME                   zbnkcrdr
006400            FILE STATUS  IS WS-SYSC-STATUS.                       zbnkcrdr
006500     SELECT EMBOSS-FILE                                           zbnkcrdr
006600            ASSIGN       TO EMBOSS                                zbnkcrdr
006700            ORGANIZATION IS SEQUENTIAL                            zbnkcrdr
006800            ACCESS MODE  IS SEQUENTIAL                            zbnkcrdr
006900            FILE STATUS  IS WS-EMBOSS-STATUS.                     zbnkcrdr
007000     SELECT PRINTOUT-FILE                                         zbnkcrdr
007100            ASSIGN       TO PRINTOUT                              zbnkcrdr
007200            ORGANIZATION IS SEQUENTIAL                            zbnkcrdr
007300            ACCESS MODE  IS SEQUENTIAL                            zbnkcrdr
007400            FILE STATUS  IS WS-PRINTOUT-STATUS.                   zbnkcrdr
007500     SELECT JOBSUM-FILE                                           zbnkcrdr
007600            ASSIGN       TO JOBSUM                                zbnkcrdr
007700            ORGANIZATION IS SEQUENTIAL                            zbnkcrdr
007800            ACCESS MODE  IS SEQUENTIAL                            zbnkcrdr
007900            FILE STATUS  IS WS-JOBSUM-STATUS.                     zbnkcrdr
008000                                                                  zbnkcrdr
008100 DATA DIVISION.                                                   zbnkcrdr
008200 FILE SECTION.                                                    zbnkcrdr
008300                                                                  zbnkcrdr
008400 FD  CARD-FILE.                                                   zbnkcrdr
008500 01  CARD-FILE-REC.                                               zbnkcrdr
008600 COPY CBANKVCD.                                                   zbnkcrdr
008700                                                                  zbnkcrdr
008800 FD  ACCOUNT-FILE.                                                zbnkcrdr
008900 01  ACCOUNT-FILE-REC.                                            zbnkcrdr
009000 COPY CBANKVAC.                                                   zbnkcrdr
009100                                                                  zbnkcrdr
009200 FD  CUST-FILE.                                                   zbnkcrdr
009300 01  CUST-FILE-REC.                                               zbnkcrdr
009400 COPY CBANKVCS.                                                   zbnkcrdr
009500                                                                  zbnkcrdr
009600 FD  SYSC-FILE.                                                   zbnkcrdr
009700 01  SYSC-FILE-REC.                                               zbnkcrdr
009800 COPY CBANKVSY.                                                   zbnkcrdr
009900                                                                  zbnkcrdr
010000 FD  EMBOSS-FILE.                                                 zbnkcrdr
010100 01  EMBOSS-REC                            PIC X(80).             zbnkcrdr
010200                                                                  zbnkcrdr
010300 FD  PRINTOUT-FILE.                                               zbnkcrdr
010400 01  PRINTOUT-REC                          PIC X(121).            zbnkcrdr
010500                                                                  zbnkcrdr
010600 FD  JOBSUM-FILE.                                                 zbnkcrdr
010700 01  JOBSUM-REC                            PIC X(80).             zbnkcrdr
010800                                                                  zbnkcrdr
010900 WORKING-STORAGE SECTION.                                         zbnkcrdr
011000 01  WS-RUN-CONTROL.                                              zbnkcrdr
011100 COPY CRUNCTLD.                                                   zbnkcrdr
011200 01  WS-FILE-STATUSES.                                            zbnkcrdr
011300   05  WS-CARD-STATUS.                                            zbnkcrdr
011400     10  WS-CARD-STAT1                 PIC X(1).                  zbnkcrdr
011500     10  WS-CARD-STAT2                 PIC X(1).                  zbnkcrdr
011600   05  WS-ACCOUNT-STATUS.                                         zbnkcrdr
011700     10  WS-ACCOUNT-STAT1              PIC X(1).                  zbnkcrdr
011800     10  WS-ACCOUNT-STAT2              PIC X(1).                  zbnkcrdr
011900   05  WS-CUST-STATUS.                                            zbnkcrdr
012000     10  WS-CUST-STAT1                 PIC X(1).                  zbnkcrdr
012100     10  WS-CUST-STAT2                 PIC X(1).                  zbnkcrdr
012200   05  WS-SYSC-STATUS.                                            zbnkcrdr
012300     10  WS-SYSC-STAT1                 PIC X(1).                  zbnkcrdr
012400     10  WS-SYSC-STAT2                 PIC X(1).                  zbnkcrdr
012500   05  WS-EMBOSS-STATUS.                                          zbnkcrdr
012600     10  WS-EMBOSS-STAT1               PIC X(1).                  zbnkcrdr
012700     10  WS-EMBOSS-STAT2               PIC X(1).                  zbnkcrdr
012800   05  WS-PRINTOUT-STATUS.                                        zbnkcrdr
012900     10  WS-PRINTOUT-STAT1             PIC X(1).                  zbnkcrdr
013000     10  WS-PRINTOUT-STAT2             PIC X(1).                  zbnkcrdr
013100   05  WS-JOBSUM-STATUS.                                          zbnkcrdr
013200     10  WS-JOBSUM-STAT1               PIC X(1).                  zbnkcrdr
013300     10  WS-JOBSUM-STAT2               PIC X(1).                  zbnkcrdr
013400   05  WS-IO-STATUS.                                              zbnkcrdr
013500     10  WS-IO-STAT1                   PIC X(1).                  zbnkcrdr
013600     10  WS-IO-STAT2                   PIC X(1).                  zbnkcrdr
013700                                                                  zbnkcrdr
013800   05  WS-TWO-BYTES.                                              zbnkcrdr
013900     10  WS-TWO-BYTES-LEFT             PIC X(1).                  zbnkcrdr
014000     10  WS-TWO-BYTES-RIGHT            PIC X(1).                  zbnkcrdr
014100   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 zbnkcrdr
014200                                      PIC 9(1) COMP.              zbnkcrdr
014300                                                                  zbnkcrdr
014400 01  WS-CONSOLE-MESSAGE                    PIC X(48).             zbnkcrdr
014500                                                                  zbnkcrdr
014600 01  WS-DATE-WORK-AREA.                                           zbnkcrdr
014700 COPY CDATED.                                                     zbnkcrdr
014800                                                                  zbnkcrdr
014900 01  WS-TODAY-DATE-N                       PIC 9(8).              zbnkcrdr
015000 01  WS-TODAY-DATE-PARTS REDEFINES WS-TODAY-DATE-N.               zbnkcrdr
015100     05  WS-TODAY-CCYY                     PIC 9(4).              zbnkcrdr
015200     05  WS-TODAY-MM                       PIC 9(2).              zbnkcrdr
015300     05  WS-TODAY-DD                       PIC 9(2).              zbnkcrdr
015400 01  WS-RUN-DATE-DISPLAY                   PIC X(11).             zbnkcrdr
015500                                                                  zbnkcrdr
015600******************************************************************zbnkcrdr
015700* A card is reissued when it expires on or before the last day   *zbnkcrdr
015800* of the month after next - two months' notice for the bureau    *zbnkcrdr
015900* and the post. The replacement runs three years from today, as  *zbnkcrdr
016000* a card issued at the branch does.                              *zbnkcrdr
016100******************************************************************zbnkcrdr
016200 01  WS-REISSUE-MONTHS                     PIC 9(2) VALUE 2.      zbnkcrdr
016300 01  WS-CARD-LIFE-YEARS                    PIC 9(2) VALUE 3.      zbnkcrdr
016400 01  WS-REISSUE-LIMIT-DTE                  PIC 9(8).              zbnkcrdr
016500 01  WS-REISSUE-LIMIT-PARTS REDEFINES WS-REISSUE-LIMIT-DTE.       zbnkcrdr
016600     05  WS-LIMIT-CCYY                     PIC 9(4).              zbnkcrdr
016700     05  WS-LIMIT-MM                       PIC 9(2).              zbnkcrdr
016800     05  WS-LIMIT-DD                       PIC 9(2).              zbnkcrdr
016900 01  WS-NEW-EXPIRY-DTE                     PIC 9(8).              zbnkcrdr
017000 01  WS-NEW-EXPIRY-PARTS REDEFINES WS-NEW-EXPIRY-DTE.             zbnkcrdr
017100     05  WS-NEW-EXPIRY-CCYY                PIC 9(4).              zbnkcrdr
017200     05  WS-NEW-EXPIRY-MMDD                PIC 9(4).              zbnkcrdr
017300                                                                  zbnkcrdr
017400******************************************************************zbnkcrdr
017500* New card numbers. The replacement keeps the old card's range   *zbnkcrdr
017600* (its first six digits) and takes the next serial from the      *zbnkcrdr
017700* CARDSER control record on BNKSYSC, with a Luhn check digit. A  *zbnkcrdr
017800* number already on file - one keyed at a branch from card       *zbnkcrdr
017900* stock - is passed over and the next serial taken.              *zbnkcrdr
018000******************************************************************zbnkcrdr
018100 01  WS-DEFAULT-CARD-RANGE               PIC X(6) VALUE '456789'. zbnkcrdr
018200 01  WS-CARD-SERIAL                        PIC 9(9) VALUE ZERO.   zbnkcrdr
018300 01  WS-SYSC-ON-FILE                       PIC X(3) VALUE 'NO '.  zbnkcrdr
018400 01  WS-NEW-CARD-NO.                                              zbnkcrdr
018500     05  WS-NEW-CARD-BODY.                                        zbnkcrdr
018600         10  WS-NEW-CARD-RANGE             PIC X(6).              zbnkcrdr
018700         10  WS-NEW-CARD-SERIAL            PIC 9(9).              zbnkcrdr
018800     05  WS-NEW-CARD-CHECK                 PIC 9(1).              zbnkcrdr
018900 01  WS-LUHN-PAYLOAD                       PIC X(15).             zbnkcrdr
019000 01  WS-LUHN-DIGITS REDEFINES WS-LUHN-PAYLOAD.                    zbnkcrdr
019100     05  WS-LUHN-DIGIT                     PIC 9(1)               zbnkcrdr
019200         OCCURS 15 TIMES.                                         zbnkcrdr
019300 01  WS-LUHN-SUB                           PIC S9(4) COMP.        zbnkcrdr
019400 01  WS-LUHN-WORK                          PIC 9(2).              zbnkcrdr
019500 01  WS-LUHN-SUM                           PIC 9(4).              zbnkcrdr
019600 01  WS-LUHN-QUOTIENT                      PIC 9(4).              zbnkcrdr
019700 01  WS-LUHN-REMAINDER                     PIC 9(2).              zbnkcrdr
019800 01  WS-LUHN-DOUBLE                        PIC X(1).              zbnkcrdr
019900                                                                  zbnkcrdr
020000 01  WS-OLD-CARD-REC                       PIC X(97).             zbnkcrdr
020100 01  WS-OLD-CARD-NO                        PIC X(16).             zbnkcrdr
020200 01  WS-SKIP-REASON                        PIC X(30).             zbnkcrdr
020300                                                                  zbnkcrdr
020400******************************************************************zbnkcrdr
020500* The bureau's personalisation file - 80-byte records in the     *zbnkcrdr
020600* HDR1/TRL9 envelope the other outbound interfaces use. Each     *zbnkcrdr
020700* card is an EC record (what goes on the card) followed by an EA *zbnkcrdr
020800* record (where it is posted). The trailer counts the cards.     *zbnkcrdr
020900******************************************************************zbnkcrdr
021000 01  WS-EMB-CARD.                                                 zbnkcrdr
021100     05  WS-EMC-REC-TYPE                   PIC X(2) VALUE 'EC'.   zbnkcrdr
021200     05  WS-EMC-CARD-NO                    PIC X(16).             zbnkcrdr
021300     05  WS-EMC-EXPIRY-MMYY                PIC X(4).              zbnkcrdr
021400     05  WS-EMC-NAME                       PIC X(25).             zbnkcrdr
021500     05  WS-EMC-REASON                     PIC X(1).              zbnkcrdr
021600     05  WS-EMC-ACCNO                      PIC X(9).              zbnkcrdr
021700     05  WS-EMC-PID                        PIC X(5).              zbnkcrdr
021800     05  WS-EMC-BRANCH                     PIC X(3).              zbnkcrdr
021900     05  WS-EMC-ISSUE-DTE                  PIC 9(8).              zbnkcrdr
022000     05  FILLER                            PIC X(7) VALUE SPACES. zbnkcrdr
022100 01  WS-EMB-ADDRESS.                                              zbnkcrdr
022200     05  WS-EMA-REC-TYPE                   PIC X(2) VALUE 'EA'.   zbnkcrdr
022300     05  WS-EMA-CARD-NO                    PIC X(16).             zbnkcrdr
022400     05  WS-EMA-ADDR1                      PIC X(25).             zbnkcrdr
022500     05  WS-EMA-ADDR2                      PIC X(25).             zbnkcrdr
022600     05  WS-EMA-STATE                      PIC X(2).              zbnkcrdr
022700     05  WS-EMA-PSTCDE                     PIC X(6).              zbnkcrdr
022800     05  FILLER                            PIC X(4) VALUE SPACES. zbnkcrdr
022900 01  WS-EMB-HEADER.                                               zbnkcrdr
023000     05  FILLER                            PIC X(4) VALUE 'HDR1'. zbnkcrdr
023100     05  WS-EMH-INTERFACE                  PIC X(8)               zbnkcrdr
023200         VALUE 'EMBOSS  '.                                        zbnkcrdr
023300     05  WS-EMH-FILE-DATE                  PIC 9(8).              zbnkcrdr
023400     05  WS-EMH-SEQUENCE                   PIC 9(6) VALUE 1.      zbnkcrdr
023500     05  FILLER                            PIC X(54) VALUE SPACES.zbnkcrdr
023600 01  WS-EMB-TRAILER.                                              zbnkcrdr
023700     05  FILLER                            PIC X(4) VALUE 'TRL9'. zbnkcrdr
023800     05  WS-EMT-COUNT                      PIC 9(7).              zbnkcrdr
023900     05  WS-EMT-AMOUNT                     PIC 9(11)V99           zbnkcrdr
024000         VALUE ZERO.                                              zbnkcrdr
024100     05  FILLER                            PIC X(56) VALUE SPACES.zbnkcrdr
024200                                                                  zbnkcrdr
024300 01  WS-OUTCTL-PARM.                                              zbnkcrdr
024400 COPY COUTCTLD.                                                   zbnkcrdr
024500                                                                  zbnkcrdr
024600******************************************************************zbnkcrdr
024700* Reissue report - one line per expiring card, reissued or not.  *zbnkcrdr
024800******************************************************************zbnkcrdr
024900 01  WS-REPORT-LINE                        PIC X(121).            zbnkcrdr
025000 01  WS-REISSUE-LINE.                                             zbnkcrdr
025100     05  WS-RIL-CARD-NO                    PIC X(16).             zbnkcrdr
025200     05  FILLER                            PIC X(2) VALUE SPACES. zbnkcrdr
025300     05  WS-RIL-ACCNO                      PIC X(9).              zbnkcrdr
025400     05  FILLER                            PIC X(2) VALUE SPACES. zbnkcrdr
025500     05  WS-RIL-PID                        PIC X(5).              zbnkcrdr
025600     05  FILLER                            PIC X(2) VALUE SPACES. zbnkcrdr
025700     05  WS-RIL-EXPIRY                     PIC 9(8).              zbnkcrdr
025800     05  FILLER                            PIC X(2) VALUE SPACES. zbnkcrdr
025900     05  WS-RIL-NEW-CARD-NO                PIC X(16).             zbnkcrdr
026000     05  FILLER                            PIC X(2) VALUE SPACES. zbnkcrdr
026100     05  WS-RIL-NEW-EXPIRY                 PIC X(8).              zbnkcrdr
026200     05  FILLER                            PIC X(2) VALUE SPACES. zbnkcrdr
026300     05  WS-RIL-NOTE                       PIC X(30).             zbnkcrdr
026400     05  FILLER                            PIC X(17) VALUE SPACES.zbnkcrdr
026500                                                                  zbnkcrdr
026600******************************************************************zbnkcrdr
026700* Run counters, reported on the job summary at the end of the    *zbnkcrdr
026800* run.                                                           *zbnkcrdr
026900******************************************************************zbnkcrdr
027000 01  WS-CARDS-READ                         PIC 9(7) VALUE ZERO.   zbnkcrdr
027100 01  WS-CARDS-EXPIRING                     PIC 9(5) VALUE ZERO.   zbnkcrdr
027200 01  WS-CARDS-REISSUED                     PIC 9(5) VALUE ZERO.   zbnkcrdr
027300 01  WS-CARDS-NOT-REISSUED                 PIC 9(5) VALUE ZERO.   zbnkcrdr
027400 01  WS-NUMBERS-PASSED-OVER                PIC 9(5) VALUE ZERO.   zbnkcrdr
027500 01  WS-CARDS-EMBOSSED                     PIC 9(5) VALUE ZERO.   zbnkcrdr
027600 01  WS-EMBOSSED-NEW                       PIC 9(5) VALUE ZERO.   zbnkcrdr
027700 01  WS-EMBOSSED-REPLACED                  PIC 9(5) VALUE ZERO.   zbnkcrdr
027800 01  WS-EMBOSSED-REISSUED                  PIC 9(5) VALUE ZERO.   zbnkcrdr
027900 01  WS-EMBOSS-HELD                        PIC 9(5) VALUE ZERO.   zbnkcrdr
028000 01  WS-EMBOSS-WITHDRAWN                   PIC 9(5) VALUE ZERO.   zbnkcrdr
028100                                                                  zbnkcrdr
028200 01  WS-END-OF-CARD                        PIC X(3) VALUE 'NO '.  zbnkcrdr
028210                                                                  zbnkcrdr
028220 01  WS-RMOV-PARM.                                                zbnkcrdr
028230 COPY CRECMOVD.                                                   zbnkcrdr
028300                                                                  zbnkcrdr
028400 PROCEDURE DIVISION.                                              zbnkcrdr
028500                                                                  zbnkcrdr
028600     PERFORM RUN-CONTROL-START                                    zbnkcrdr
028700         THRU RUN-CONTROL-START-EXIT.                             zbnkcrdr
028800     PERFORM GET-RUN-DATE.                                        zbnkcrdr
028900                                                                  zbnkcrdr
029000     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           zbnkcrdr
029100     STRING 'Card reissue run for ' DELIMITED BY SIZE             zbnkcrdr
029200            WS-RUN-DATE-DISPLAY DELIMITED BY SIZE                 zbnkcrdr
029300       INTO WS-CONSOLE-MESSAGE.                                   zbnkcrdr
029400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkcrdr
029500                                                                  zbnkcrdr
029600     PERFORM CARD-OPEN.                                           zbnkcrdr
029700     PERFORM ACCOUNT-OPEN.                                        zbnkcrdr
029800     PERFORM CUST-OPEN.                                           zbnkcrdr
029900     PERFORM SYSC-OPEN.                                           zbnkcrdr
030000     PERFORM EMBOSS-OPEN.                                         zbnkcrdr
030100     PERFORM PRINTOUT-OPEN.                                       zbnkcrdr
030200     PERFORM GET-CARD-SERIAL.                                     zbnkcrdr
030300                                                                  zbnkcrdr
030400******************************************************************zbnkcrdr
030500* First pass - reissue the cards coming up to expiry.            *zbnkcrdr
030600******************************************************************zbnkcrdr
030700     PERFORM WRITE-REPORT-HEADING.                                zbnkcrdr
030800     PERFORM CARD-START.                                          zbnkcrdr
030900     PERFORM CARD-GET.                                            zbnkcrdr
031000     PERFORM REISSUE-ONE-CARD                                     zbnkcrdr
031100         THRU REISSUE-ONE-CARD-EXIT                               zbnkcrdr
031200             UNTIL WS-END-OF-CARD = 'YES'.                        zbnkcrdr
031300     PERFORM SAVE-CARD-SERIAL.                                    zbnkcrdr
031400                                                                  zbnkcrdr
031500******************************************************************zbnkcrdr
031600* Second pass - every card waiting for the bureau, including     *zbnkcrdr
031700* those just reissued, goes to the EMBOSS file.                  *zbnkcrdr
031800******************************************************************zbnkcrdr
031900     MOVE WS-TODAY-DATE-N TO WS-EMH-FILE-DATE.                    zbnkcrdr
032000     MOVE WS-EMB-HEADER TO EMBOSS-REC.                            zbnkcrdr
032100     PERFORM EMBOSS-PUT.                                          zbnkcrdr
032200     MOVE 'NO ' TO WS-END-OF-CARD.                                zbnkcrdr
032300     PERFORM CARD-START.                                          zbnkcrdr
032400     PERFORM CARD-GET.                                            zbnkcrdr
032500     PERFORM EMBOSS-ONE-CARD                                      zbnkcrdr
032600         THRU EMBOSS-ONE-CARD-EXIT                                zbnkcrdr
032700             UNTIL WS-END-OF-CARD = 'YES'.                        zbnkcrdr
032800     MOVE WS-CARDS-EMBOSSED TO WS-EMT-COUNT.                      zbnkcrdr
032900     MOVE WS-EMB-TRAILER TO EMBOSS-REC.                           zbnkcrdr
033000     PERFORM EMBOSS-PUT.                                          zbnkcrdr
033100     PERFORM WRITE-REPORT-TOTALS.                                 zbnkcrdr
033200                                                                  zbnkcrdr
033300     PERFORM CARD-CLOSE.                                          zbnkcrdr
033400     PERFORM ACCOUNT-CLOSE.                                       zbnkcrdr
033500     PERFORM CUST-CLOSE.                                          zbnkcrdr
033600     PERFORM SYSC-CLOSE.                                          zbnkcrdr
033700     PERFORM EMBOSS-CLOSE.                                        zbnkcrdr
033800     PERFORM PRINTOUT-CLOSE.                                      zbnkcrdr
033900     PERFORM REGISTER-EMBOSS-FILE.                                zbnkcrdr
034000                                                                  zbnkcrdr
034100     PERFORM PRINT-JOB-SUMMARY.                                   zbnkcrdr
034200                                                                  zbnkcrdr
034300     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     zbnkcrdr
034400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkcrdr
034500     MOVE 0 TO RETURN-CODE.                                       zbnkcrdr
034600     IF WS-EMBOSS-HELD IS GREATER THAN ZERO                       zbnkcrdr
034700        MOVE 4 TO RETURN-CODE                                     zbnkcrdr
034800     END-IF.                                                      zbnkcrdr
034900     PERFORM RUN-CONTROL-END.                                     zbnkcrdr
035000     GOBACK.                                                      zbnkcrdr
035100                                                                  zbnkcrdr
035200******************************************************************zbnkcrdr
035300* GET-RUN-DATE                                                   *zbnkcrdr
035400* Obtains today's date, in both numeric and display form, and    *zbnkcrdr
035500* works out the reissue window and the replacement's expiry.     *zbnkcrdr
035600******************************************************************zbnkcrdr
035700 GET-RUN-DATE.                                                    zbnkcrdr
035800     ACCEPT WS-TODAY-DATE-N FROM DATE YYYYMMDD.                   zbnkcrdr
035900     MOVE SPACES TO DD-INPUT-TYPE.                                zbnkcrdr
036000     SET DDI-ISO TO TRUE.                                         zbnkcrdr
036100     MOVE SPACES TO DDI-DATA.                                     zbnkcrdr
036200     STRING WS-TODAY-CCYY DELIMITED BY SIZE                       zbnkcrdr
036300            '-'           DELIMITED BY SIZE                       zbnkcrdr
036400            WS-TODAY-MM   DELIMITED BY SIZE                       zbnkcrdr
036500            '-'           DELIMITED BY SIZE                       zbnkcrdr
036600            WS-TODAY-DD   DELIMITED BY SIZE                       zbnkcrdr
036700       INTO DDI-DATA.                                             zbnkcrdr
036800     MOVE SPACES TO DD-OUTPUT-TYPE.                               zbnkcrdr
036900     SET DDO-DD-MMM-YYYY TO TRUE.                                 zbnkcrdr
037000     SET DD-ENV-NULL TO TRUE.                                     zbnkcrdr
037100     CALL 'UDATECNV' USING WS-DATE-WORK-AREA.                     zbnkcrdr
037200     MOVE DDO-DATA TO WS-RUN-DATE-DISPLAY.                        zbnkcrdr
037300     MOVE WS-TODAY-CCYY TO WS-LIMIT-CCYY.                         zbnkcrdr
037400     COMPUTE WS-LIMIT-MM = WS-TODAY-MM + WS-REISSUE-MONTHS.       zbnkcrdr
037500     IF WS-LIMIT-MM IS GREATER THAN 12                            zbnkcrdr
037600        SUBTRACT 12 FROM WS-LIMIT-MM                              zbnkcrdr
037700        ADD 1 TO WS-LIMIT-CCYY                                    zbnkcrdr
037800     END-IF.                                                      zbnkcrdr
037900     MOVE 31 TO WS-LIMIT-DD.                                      zbnkcrdr
038000     MOVE WS-TODAY-DATE-N TO WS-NEW-EXPIRY-DTE.                   zbnkcrdr
038100     ADD WS-CARD-LIFE-YEARS TO WS-NEW-EXPIRY-CCYY.                zbnkcrdr
038200 GET-RUN-DATE-EXIT.                                               zbnkcrdr
038300     EXIT.                                                        zbnkcrdr
038400                                                                  zbnkcrdr
038500******************************************************************zbnkcrdr
038600* REISSUE-ONE-CARD                                               *zbnkcrdr
038700* An active card not already replaced, expiring inside the       *zbnkcrdr
038800* window, is reissued if its account is still active - a dormant *zbnkcrdr
038900* or closed account gets no new card, nor does the account of a  *zbnkcrdr
039000* customer who has died.                                         *zbnkcrdr
039100******************************************************************zbnkcrdr
039200 REISSUE-ONE-CARD.                                                zbnkcrdr
039300     ADD 1 TO WS-CARDS-READ.                                      zbnkcrdr
039400     IF NOT CRD-REC-CARD-ACTIVE OR                                zbnkcrdr
039500        CRD-REC-REPLACED-BY IS NOT EQUAL TO SPACES OR             zbnkcrdr
039600        CRD-REC-EXPIRY-DTE IS NOT NUMERIC                         zbnkcrdr
039700        GO TO REISSUE-ONE-CARD-NEXT                               zbnkcrdr
039800     END-IF.                                                      zbnkcrdr
039900     IF CRD-REC-EXPIRY-DTE IS EQUAL TO ZERO OR                    zbnkcrdr
040000        CRD-REC-EXPIRY-DTE IS GREATER THAN WS-REISSUE-LIMIT-DTE   zbnkcrdr
040100        GO TO REISSUE-ONE-CARD-NEXT                               zbnkcrdr
040200     END-IF.                                                      zbnkcrdr
040300     ADD 1 TO WS-CARDS-EXPIRING.                                  zbnkcrdr
040400     MOVE SPACES TO WS-SKIP-REASON.                               zbnkcrdr
040500     MOVE CRD-REC-ACCNO TO BAC-REC-ACCNO.                         zbnkcrdr
040600     PERFORM ACCOUNT-READ.                                        zbnkcrdr
040700     IF WS-ACCOUNT-STATUS NOT = '00'                              zbnkcrdr
040800        MOVE 'Account not found' TO WS-SKIP-REASON                zbnkcrdr
040900     ELSE                                                         zbnkcrdr
041000        IF NOT BAC-REC-ACTIVE                                     zbnkcrdr
041100           MOVE 'Account not active or dormant' TO WS-SKIP-REASON zbnkcrdr
041200        ELSE                                                      zbnkcrdr
041300           MOVE CRD-REC-PID TO BCS-REC-PID                        zbnkcrdr
041400           PERFORM CUST-READ                                      zbnkcrdr
041500           IF WS-CUST-STATUS = '00' AND BCS-REC-IS-DECEASED       zbnkcrdr
041600              MOVE 'Customer deceased' TO WS-SKIP-REASON          zbnkcrdr
041700           END-IF                                                 zbnkcrdr
041800        END-IF                                                    zbnkcrdr
041900     END-IF.                                                      zbnkcrdr
042000     MOVE SPACES TO WS-REISSUE-LINE.                              zbnkcrdr
042100     MOVE CRD-REC-CARD-NO TO WS-RIL-CARD-NO.                      zbnkcrdr
042200     MOVE CRD-REC-ACCNO TO WS-RIL-ACCNO.                          zbnkcrdr
042300     MOVE CRD-REC-PID TO WS-RIL-PID.                              zbnkcrdr
042400     MOVE CRD-REC-EXPIRY-DTE TO WS-RIL-EXPIRY.                    zbnkcrdr
042500     IF WS-SKIP-REASON IS NOT EQUAL TO SPACES                     zbnkcrdr
042600        MOVE WS-SKIP-REASON TO WS-RIL-NOTE                        zbnkcrdr
042700        ADD 1 TO WS-CARDS-NOT-REISSUED                            zbnkcrdr
042800     ELSE                                                         zbnkcrdr
042900        PERFORM REISSUE-CARD                                      zbnkcrdr
043000            THRU REISSUE-CARD-EXIT                                zbnkcrdr
043100        MOVE WS-NEW-CARD-NO TO WS-RIL-NEW-CARD-NO                 zbnkcrdr
043200        MOVE WS-NEW-EXPIRY-DTE TO WS-RIL-NEW-EXPIRY               zbnkcrdr
043300        MOVE 'Reissued' TO WS-RIL-NOTE                            zbnkcrdr
043400        ADD 1 TO WS-CARDS-REISSUED                                zbnkcrdr
043500     END-IF.                                                      zbnkcrdr
043600     MOVE WS-REISSUE-LINE TO PRINTOUT-REC.                        zbnkcrdr
043700     PERFORM PRINTOUT-PUT.                                        zbnkcrdr
043800 REISSUE-ONE-CARD-NEXT.                                           zbnkcrdr
043900     PERFORM CARD-GET.                                            zbnkcrdr
044000 REISSUE-ONE-CARD-EXIT.                                           zbnkcrdr
044100     EXIT.                                                        zbnkcrdr
044200                                                                  zbnkcrdr
044300******************************************************************zbnkcrdr
044400* REISSUE-CARD                                                   *zbnkcrdr
044500* Writes the replacement - active, awaiting the bureau and its   *zbnkcrdr
044600* first use, pointing back at the card it replaces - then points *zbnkcrdr
044700* the old card at it. The old card stays active until the new    *zbnkcrdr
044800* one is used.                                                   *zbnkcrdr
044900******************************************************************zbnkcrdr
045000 REISSUE-CARD.                                                    zbnkcrdr
045100     MOVE CARD-FILE-REC TO WS-OLD-CARD-REC.                       zbnkcrdr
045200     MOVE CRD-REC-CARD-NO TO WS-OLD-CARD-NO.                      zbnkcrdr
045300     IF CRD-REC-CARD-NO (1:6) IS NUMERIC                          zbnkcrdr
045400        MOVE CRD-REC-CARD-NO (1:6) TO WS-NEW-CARD-RANGE           zbnkcrdr
045500     ELSE                                                         zbnkcrdr
045600        MOVE WS-DEFAULT-CARD-RANGE TO WS-NEW-CARD-RANGE           zbnkcrdr
045700     END-IF.                                                      zbnkcrdr
045800 REISSUE-CARD-NUMBER.                                             zbnkcrdr
045900     ADD 1 TO WS-CARD-SERIAL.                                     zbnkcrdr
046000     MOVE WS-CARD-SERIAL TO WS-NEW-CARD-SERIAL.                   zbnkcrdr
046100     PERFORM SET-CHECK-DIGIT                                      zbnkcrdr
046200         THRU SET-CHECK-DIGIT-EXIT.                               zbnkcrdr
046300     MOVE WS-OLD-CARD-REC TO CARD-FILE-REC.                       zbnkcrdr
046400     MOVE WS-NEW-CARD-NO TO CRD-REC-CARD-NO.                      zbnkcrdr
046500     SET CRD-REC-CARD-ACTIVE TO TRUE.                             zbnkcrdr
046600     MOVE WS-TODAY-DATE-N TO CRD-REC-ISSUE-DTE.                   zbnkcrdr
046700     MOVE WS-NEW-EXPIRY-DTE TO CRD-REC-EXPIRY-DTE.                zbnkcrdr
046800     MOVE SPACES TO CRD-REC-REPLACED-BY.                          zbnkcrdr
046900     MOVE 'ZBNKCRDR' TO CRD-REC-USERID.                           zbnkcrdr
047000     SET CRD-REC-EMBOSS-PENDING TO TRUE.                          zbnkcrdr
047100     SET CRD-REC-EXPIRY-REISSUE TO TRUE.                          zbnkcrdr
047200     SET CRD-REC-AWAITING-FIRST-USE TO TRUE.                      zbnkcrdr
047300     MOVE WS-OLD-CARD-NO TO CRD-REC-REPLACES.                     zbnkcrdr
047400     WRITE CARD-FILE-REC.                                         zbnkcrdr
047500     IF WS-CARD-STATUS = '22'                                     zbnkcrdr
047600        ADD 1 TO WS-NUMBERS-PASSED-OVER                           zbnkcrdr
047700        GO TO REISSUE-CARD-NUMBER                                 zbnkcrdr
047800     END-IF.                                                      zbnkcrdr
047900     IF WS-CARD-STATUS NOT = '00'                                 zbnkcrdr
048000        MOVE 'CARD Error writing file ...'                        zbnkcrdr
048100          TO WS-CONSOLE-MESSAGE                                   zbnkcrdr
048200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcrdr
048300        MOVE WS-CARD-STATUS TO WS-IO-STATUS                       zbnkcrdr
048400        PERFORM DISPLAY-IO-STATUS                                 zbnkcrdr
048500        PERFORM ABORT-PROGRAM                                     zbnkcrdr
048600     END-IF.                                                      zbnkcrdr
048610     SET RMV-ADDED TO TRUE.                                       zbnkcrdr
048620     MOVE 'BNKCARD ' TO RMV-FILE.                                 zbnkcrdr
048630     MOVE CRD-REC-CARD-NO TO RMV-RECKEY.                          zbnkcrdr
048640     PERFORM LOG-RECORD-MOVEMENT.                                 zbnkcrdr
048700     MOVE WS-OLD-CARD-REC TO CARD-FILE-REC.                       zbnkcrdr
048800     MOVE WS-NEW-CARD-NO TO CRD-REC-REPLACED-BY.                  zbnkcrdr
048900     MOVE 'ZBNKCRDR' TO CRD-REC-USERID.                           zbnkcrdr
049000     PERFORM CARD-REWRITE.                                        zbnkcrdr
049100 REISSUE-CARD-EXIT.                                               zbnkcrdr
049200     EXIT.                                                        zbnkcrdr
049300                                                                  zbnkcrdr
049400******************************************************************zbnkcrdr
049500* SET-CHECK-DIGIT                                                *zbnkcrdr
049600* Luhn check digit over the range and serial: working from the   *zbnkcrdr
049700* right, every other digit is doubled (less 9 when it passes 9)  *zbnkcrdr
049800* and the digit added brings the total to a multiple of ten.     *zbnkcrdr
049900******************************************************************zbnkcrdr
050000 SET-CHECK-DIGIT.                                                 zbnkcrdr
050100     MOVE WS-NEW-CARD-BODY TO WS-LUHN-PAYLOAD.                    zbnkcrdr
050200     MOVE ZERO TO WS-LUHN-SUM.                                    zbnkcrdr
050300     MOVE 'Y' TO WS-LUHN-DOUBLE.                                  zbnkcrdr
050400     PERFORM ADD-LUHN-DIGIT                                       zbnkcrdr
050500         VARYING WS-LUHN-SUB FROM 15 BY -1                        zbnkcrdr
050600           UNTIL WS-LUHN-SUB IS LESS THAN 1.                      zbnkcrdr
050700     DIVIDE WS-LUHN-SUM BY 10 GIVING WS-LUHN-QUOTIENT             zbnkcrdr
050800         REMAINDER WS-LUHN-REMAINDER.                             zbnkcrdr
050900     IF WS-LUHN-REMAINDER IS EQUAL TO ZERO                        zbnkcrdr
051000        MOVE ZERO TO WS-NEW-CARD-CHECK                            zbnkcrdr
051100     ELSE                                                         zbnkcrdr
051200        COMPUTE WS-NEW-CARD-CHECK = 10 - WS-LUHN-REMAINDER        zbnkcrdr
051300     END-IF.                                                      zbnkcrdr
051400 SET-CHECK-DIGIT-EXIT.                                            zbnkcrdr
051500     EXIT.                                                        zbnkcrdr
051600                                                                  zbnkcrdr
051700 ADD-LUHN-DIGIT.                                                  zbnkcrdr
051800     MOVE WS-LUHN-DIGIT (WS-LUHN-SUB) TO WS-LUHN-WORK.            zbnkcrdr
051900     IF WS-LUHN-DOUBLE = 'Y'                                      zbnkcrdr
052000        MULTIPLY 2 BY WS-LUHN-WORK                                zbnkcrdr
052100        IF WS-LUHN-WORK IS GREATER THAN 9                         zbnkcrdr
052200           SUBTRACT 9 FROM WS-LUHN-WORK                           zbnkcrdr
052300        END-IF                                                    zbnkcrdr
052400        MOVE 'N' TO WS-LUHN-DOUBLE                                zbnkcrdr
052500     ELSE                                                         zbnkcrdr
052600        MOVE 'Y' TO WS-LUHN-DOUBLE                                zbnkcrdr
052700     END-IF.                                                      zbnkcrdr
052800     ADD WS-LUHN-WORK TO WS-LUHN-SUM.                             zbnkcrdr
052900                                                                  zbnkcrdr
053000******************************************************************zbnkcrdr
053100* EMBOSS-ONE-CARD                                                *zbnkcrdr
053200* A card waiting for the bureau goes on the EMBOSS file with the *zbnkcrdr
053300* cardholder's name and posting address, and is marked sent. A   *zbnkcrdr
053400* card stopped before it could be sent is taken off the queue;   *zbnkcrdr
053500* one whose customer is not on file is held for the next run.    *zbnkcrdr
053600******************************************************************zbnkcrdr
053700 EMBOSS-ONE-CARD.                                                 zbnkcrdr
053800     IF NOT CRD-REC-EMBOSS-PENDING                                zbnkcrdr
053900        GO TO EMBOSS-ONE-CARD-NEXT                                zbnkcrdr
054000     END-IF.                                                      zbnkcrdr
054100     IF NOT CRD-REC-CARD-ACTIVE                                   zbnkcrdr
054200        SET CRD-REC-EMBOSS-NONE TO TRUE                           zbnkcrdr
054300        PERFORM CARD-REWRITE                                      zbnkcrdr
054400        ADD 1 TO WS-EMBOSS-WITHDRAWN                              zbnkcrdr
054500        GO TO EMBOSS-ONE-CARD-NEXT                                zbnkcrdr
054600     END-IF.                                                      zbnkcrdr
054700     MOVE CRD-REC-PID TO BCS-REC-PID.                             zbnkcrdr
054800     PERFORM CUST-READ.                                           zbnkcrdr
054900     IF WS-CUST-STATUS NOT = '00'                                 zbnkcrdr
055000        MOVE SPACES TO WS-REISSUE-LINE                            zbnkcrdr
055100        MOVE CRD-REC-CARD-NO TO WS-RIL-CARD-NO                    zbnkcrdr
055200        MOVE CRD-REC-ACCNO TO WS-RIL-ACCNO                        zbnkcrdr
055300        MOVE CRD-REC-PID TO WS-RIL-PID                            zbnkcrdr
055400        MOVE CRD-REC-EXPIRY-DTE TO WS-RIL-EXPIRY                  zbnkcrdr
055500        MOVE 'Not embossed - no customer' TO WS-RIL-NOTE          zbnkcrdr
055600        MOVE WS-REISSUE-LINE TO PRINTOUT-REC                      zbnkcrdr
055700        PERFORM PRINTOUT-PUT                                      zbnkcrdr
055800        ADD 1 TO WS-EMBOSS-HELD                                   zbnkcrdr
055900        GO TO EMBOSS-ONE-CARD-NEXT                                zbnkcrdr
056000     END-IF.                                                      zbnkcrdr
056100     MOVE SPACES TO WS-EMC-BRANCH.                                zbnkcrdr
056200     MOVE CRD-REC-ACCNO TO BAC-REC-ACCNO.                         zbnkcrdr
056300     PERFORM ACCOUNT-READ.                                        zbnkcrdr
056400     IF WS-ACCOUNT-STATUS = '00'                                  zbnkcrdr
056500        MOVE BAC-REC-BRANCH TO WS-EMC-BRANCH                      zbnkcrdr
056600     END-IF.                                                      zbnkcrdr
056700     MOVE CRD-REC-CARD-NO TO WS-EMC-CARD-NO.                      zbnkcrdr
056800     MOVE CRD-REC-EXPIRY-DTE (5:2) TO WS-EMC-EXPIRY-MMYY (1:2).   zbnkcrdr
056900     MOVE CRD-REC-EXPIRY-DTE (3:2) TO WS-EMC-EXPIRY-MMYY (3:2).   zbnkcrdr
057000     MOVE BCS-REC-NAME TO WS-EMC-NAME.                            zbnkcrdr
057100     MOVE CRD-REC-ISSUE-REASON TO WS-EMC-REASON.                  zbnkcrdr
057200     IF CRD-REC-NEW-ISSUE                                         zbnkcrdr
057300        MOVE 'N' TO WS-EMC-REASON                                 zbnkcrdr
057400        ADD 1 TO WS-EMBOSSED-NEW                                  zbnkcrdr
057500     END-IF.                                                      zbnkcrdr
057600     IF CRD-REC-REPLACEMENT                                       zbnkcrdr
057700        ADD 1 TO WS-EMBOSSED-REPLACED                             zbnkcrdr
057800     END-IF.                                                      zbnkcrdr
057900     IF CRD-REC-EXPIRY-REISSUE                                    zbnkcrdr
058000        ADD 1 TO WS-EMBOSSED-REISSUED                             zbnkcrdr
058100     END-IF.                                                      zbnkcrdr
058200     MOVE CRD-REC-ACCNO TO WS-EMC-ACCNO.                          zbnkcrdr
058300     MOVE CRD-REC-PID TO WS-EMC-PID.                              zbnkcrdr
058400     MOVE CRD-REC-ISSUE-DTE TO WS-EMC-ISSUE-DTE.                  zbnkcrdr
058500     MOVE WS-EMB-CARD TO EMBOSS-REC.                              zbnkcrdr
058600     PERFORM EMBOSS-PUT.                                          zbnkcrdr
058700     MOVE CRD-REC-CARD-NO TO WS-EMA-CARD-NO.                      zbnkcrdr
058800     MOVE BCS-REC-ADDR1 TO WS-EMA-ADDR1.                          zbnkcrdr
058900     MOVE BCS-REC-ADDR2 TO WS-EMA-ADDR2.                          zbnkcrdr
059000     MOVE BCS-REC-STATE TO WS-EMA-STATE.                          zbnkcrdr
059100     MOVE BCS-REC-PSTCDE TO WS-EMA-PSTCDE.                        zbnkcrdr
059200     MOVE WS-EMB-ADDRESS TO EMBOSS-REC.                           zbnkcrdr
059300     PERFORM EMBOSS-PUT.                                          zbnkcrdr
059400     SET CRD-REC-EMBOSS-SENT TO TRUE.                             zbnkcrdr
059500     PERFORM CARD-REWRITE.                                        zbnkcrdr
059600     ADD 1 TO WS-CARDS-EMBOSSED.                                  zbnkcrdr
059700 EMBOSS-ONE-CARD-NEXT.                                            zbnkcrdr
059800     PERFORM CARD-GET.                                            zbnkcrdr
059900 EMBOSS-ONE-CARD-EXIT.                                            zbnkcrdr
060000     EXIT.                                                        zbnkcrdr
060100                                                                  zbnkcrdr
060200******************************************************************zbnkcrdr
060300* The next card serial is kept on the CARDSER control record;    *zbnkcrdr
060400* the first run starts the series and writes the record.         *zbnkcrdr
060500******************************************************************zbnkcrdr
060600 GET-CARD-SERIAL.                                                 zbnkcrdr
060700     MOVE 'CARDSER ' TO SY-REC-CONTROL-NAME.                      zbnkcrdr
060800     PERFORM SYSC-READ.                                           zbnkcrdr
060900     IF WS-SYSC-STATUS = '00'                                     zbnkcrdr
061000        MOVE 'YES' TO WS-SYSC-ON-FILE                             zbnkcrdr
061100        MOVE SY-REC-TOTAL TO WS-CARD-SERIAL                       zbnkcrdr
061200     ELSE                                                         zbnkcrdr
061300        MOVE 'NO ' TO WS-SYSC-ON-FILE                             zbnkcrdr
061400        MOVE ZERO TO WS-CARD-SERIAL                               zbnkcrdr
061500     END-IF.                                                      zbnkcrdr
061600                                                                  zbnkcrdr
061700 SAVE-CARD-SERIAL.                                                zbnkcrdr
061800     IF WS-SYSC-ON-FILE = 'YES'                                   zbnkcrdr
061900        MOVE 'CARDSER ' TO SY-REC-CONTROL-NAME                    zbnkcrdr
062000        PERFORM SYSC-READ                                         zbnkcrdr
062100        MOVE WS-CARD-SERIAL TO SY-REC-TOTAL                       zbnkcrdr
062200        MOVE WS-TODAY-DATE-N TO SY-REC-DATE                       zbnkcrdr
062300        PERFORM SYSC-REWRITE                                      zbnkcrdr
062400     ELSE                                                         zbnkcrdr
062500        MOVE SPACES TO SYSC-FILE-REC                              zbnkcrdr
062600        MOVE 'CARDSER ' TO SY-REC-CONTROL-NAME                    zbnkcrdr
062700        SET SY-REC-OPEN TO TRUE                                   zbnkcrdr
062800        MOVE ZERO TO SY-REC-AMOUNT                                zbnkcrdr
062900        MOVE WS-TODAY-DATE-N TO SY-REC-DATE                       zbnkcrdr
063000        MOVE WS-CARD-SERIAL TO SY-REC-TOTAL                       zbnkcrdr
063100        PERFORM SYSC-WRITE                                        zbnkcrdr
063200     END-IF.                                                      zbnkcrdr
063300                                                                  zbnkcrdr
063400******************************************************************zbnkcrdr
063500* Log the personalisation file on the outbound transmission      *zbnkcrdr
063600* register so an unconfirmed pick-up is chased. A registration   *zbnkcrdr
063700* problem is reported but does not fail the run.                 *zbnkcrdr
063800******************************************************************zbnkcrdr
063900 REGISTER-EMBOSS-FILE.                                            zbnkcrdr
064000     SET OCT-REGISTER TO TRUE.                                    zbnkcrdr
064100     MOVE 'EMBOSS  ' TO OCT-FILE-ID.                              zbnkcrdr
064200     MOVE ZERO TO OCT-BUSDATE.                                    zbnkcrdr
064300     MOVE 'ZBNKCRDR' TO OCT-PRODUCER.                             zbnkcrdr
064400     MOVE WS-CARDS-EMBOSSED TO OCT-RECORD-COUNT.                  zbnkcrdr
064500     MOVE ZERO TO OCT-AMOUNT-TOTAL.                               zbnkcrdr
064600     CALL 'UOUTCTL' USING WS-OUTCTL-PARM.                         zbnkcrdr
064700     IF OCT-FAILED                                                zbnkcrdr
064800        MOVE 'Emboss file not on outbound register'               zbnkcrdr
064900          TO WS-CONSOLE-MESSAGE                                   zbnkcrdr
065000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcrdr
065100     END-IF.                                                      zbnkcrdr
065200                                                                  zbnkcrdr
065300******************************************************************zbnkcrdr
065400* WRITE-REPORT-HEADING                                           *zbnkcrdr
065500* Writes the report title and column heading lines.              *zbnkcrdr
065600******************************************************************zbnkcrdr
065700 WRITE-REPORT-HEADING.                                            zbnkcrdr
065800     MOVE SPACES TO WS-REPORT-LINE.                               zbnkcrdr
065900     STRING 'Card Reissue Report - run date ' DELIMITED BY SIZE   zbnkcrdr
066000            WS-RUN-DATE-DISPLAY DELIMITED BY SIZE                 zbnkcrdr
066100            ' - cards expiring by ' DELIMITED BY SIZE             zbnkcrdr
066200            WS-REISSUE-LIMIT-DTE DELIMITED BY SIZE                zbnkcrdr
066300       INTO WS-REPORT-LINE.                                       zbnkcrdr
066400     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkcrdr
066500     PERFORM PRINTOUT-PUT.                                        zbnkcrdr
066600     MOVE SPACES TO PRINTOUT-REC.                                 zbnkcrdr
066700     PERFORM PRINTOUT-PUT.                                        zbnkcrdr
066800     MOVE SPACES TO WS-REPORT-LINE.                               zbnkcrdr
066900     MOVE 'Card number       Account    Cust   Expires'           zbnkcrdr
067000       TO WS-REPORT-LINE.                                         zbnkcrdr
067100     MOVE 'New card          Expires   Note'                      zbnkcrdr
067200       TO WS-REPORT-LINE (47:32).                                 zbnkcrdr
067300     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkcrdr
067400     PERFORM PRINTOUT-PUT.                                        zbnkcrdr
067500                                                                  zbnkcrdr
067600******************************************************************zbnkcrdr
067700* WRITE-REPORT-TOTALS                                            *zbnkcrdr
067800* What was reissued, and what went to the bureau.                *zbnkcrdr
067900******************************************************************zbnkcrdr
068000 WRITE-REPORT-TOTALS.                                             zbnkcrdr
068100     MOVE SPACES TO PRINTOUT-REC.                                 zbnkcrdr
068200     PERFORM PRINTOUT-PUT.                                        zbnkcrdr
068300     MOVE SPACES TO WS-REPORT-LINE.                               zbnkcrdr
068400     STRING 'Expiring: ' DELIMITED BY SIZE                        zbnkcrdr
068500            WS-CARDS-EXPIRING DELIMITED BY SIZE                   zbnkcrdr
068600            '  reissued: ' DELIMITED BY SIZE                      zbnkcrdr
068700            WS-CARDS-REISSUED DELIMITED BY SIZE                   zbnkcrdr
068800            '  not reissued: ' DELIMITED BY SIZE                  zbnkcrdr
068900            WS-CARDS-NOT-REISSUED DELIMITED BY SIZE               zbnkcrdr
069000       INTO WS-REPORT-LINE.                                       zbnkcrdr
069100     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkcrdr
069200     PERFORM PRINTOUT-PUT.                                        zbnkcrdr
069300     MOVE SPACES TO WS-REPORT-LINE.                               zbnkcrdr
069400     STRING 'Sent to the bureau: ' DELIMITED BY SIZE              zbnkcrdr
069500            WS-CARDS-EMBOSSED DELIMITED BY SIZE                   zbnkcrdr
069600            '  new: ' DELIMITED BY SIZE                           zbnkcrdr
069700            WS-EMBOSSED-NEW DELIMITED BY SIZE                     zbnkcrdr
069800            '  replacement: ' DELIMITED BY SIZE                   zbnkcrdr
069900            WS-EMBOSSED-REPLACED DELIMITED BY SIZE                zbnkcrdr
070000            '  reissue: ' DELIMITED BY SIZE                       zbnkcrdr
070100            WS-EMBOSSED-REISSUED DELIMITED BY SIZE                zbnkcrdr
070200            '  held: ' DELIMITED BY SIZE                          zbnkcrdr
070300            WS-EMBOSS-HELD DELIMITED BY SIZE                      zbnkcrdr
070400       INTO WS-REPORT-LINE.                                       zbnkcrdr
070500     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkcrdr
070600     PERFORM PRINTOUT-PUT.                                        zbnkcrdr
070700     IF WS-CARDS-EXPIRING IS EQUAL TO ZERO                        zbnkcrdr
070800        MOVE 'No cards due for reissue' TO PRINTOUT-REC           zbnkcrdr
070900        PERFORM PRINTOUT-PUT                                      zbnkcrdr
071000     END-IF.                                                      zbnkcrdr
071100                                                                  zbnkcrdr
071200******************************************************************zbnkcrdr
071300* Position the CARD file at its first record for a pass.         *zbnkcrdr
071400******************************************************************zbnkcrdr
071500 CARD-START.                                                      zbnkcrdr
071600     MOVE LOW-VALUES TO CRD-REC-CARD-NO.                          zbnkcrdr
071700     START CARD-FILE KEY IS NOT LESS THAN CRD-REC-CARD-NO.        zbnkcrdr
071800     IF WS-CARD-STATUS NOT = '00'                                 zbnkcrdr
071900        MOVE 'YES' TO WS-END-OF-CARD                              zbnkcrdr
072000     END-IF.                                                      zbnkcrdr
072100                                                                  zbnkcrdr
072200******************************************************************zbnkcrdr
072300* Open, access and close the CARD file.                          *zbnkcrdr
072400******************************************************************zbnkcrdr
072500 CARD-OPEN.                                                       zbnkcrdr
072600     OPEN I-O CARD-FILE.                                          zbnkcrdr
072700     IF WS-CARD-STATUS = '00'                                     zbnkcrdr
072800        MOVE 'CARD file opened OK' TO WS-CONSOLE-MESSAGE          zbnkcrdr
072900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcrdr
073000     ELSE                                                         zbnkcrdr
073100        MOVE 'CARD file open failure...' TO WS-CONSOLE-MESSAGE    zbnkcrdr
073200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcrdr
073300        MOVE WS-CARD-STATUS TO WS-IO-STATUS                       zbnkcrdr
073400        PERFORM DISPLAY-IO-STATUS                                 zbnkcrdr
073500        PERFORM ABORT-PROGRAM                                     zbnkcrdr
073600     END-IF.                                                      zbnkcrdr
073700                                                                  zbnkcrdr
073800 CARD-GET.                                                        zbnkcrdr
073900     READ CARD-FILE NEXT RECORD.                                  zbnkcrdr
074000     IF WS-CARD-STATUS NOT = '00'                                 zbnkcrdr
074100        IF WS-CARD-STATUS = '10'                                  zbnkcrdr
074200           MOVE 'YES' TO WS-END-OF-CARD                           zbnkcrdr
074300        ELSE                                                      zbnkcrdr
074400           MOVE 'CARD Error reading file ...'                     zbnkcrdr
074500             TO WS-CONSOLE-MESSAGE                                zbnkcrdr
074600           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkcrdr
074700           MOVE WS-CARD-STATUS TO WS-IO-STATUS                    zbnkcrdr
074800           PERFORM DISPLAY-IO-STATUS                              zbnkcrdr
074900           PERFORM ABORT-PROGRAM                                  zbnkcrdr
075000        END-IF                                                    zbnkcrdr
075100     END-IF.                                                      zbnkcrdr
075200                                                                  zbnkcrdr
075300 CARD-REWRITE.                                                    zbnkcrdr
075400     REWRITE CARD-FILE-REC.                                       zbnkcrdr
075500     IF WS-CARD-STATUS NOT = '00'                                 zbnkcrdr
075600        MOVE 'CARD Error rewriting file ...'                      zbnkcrdr
075700          TO WS-CONSOLE-MESSAGE                                   zbnkcrdr
075800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcrdr
075900        MOVE WS-CARD-STATUS TO WS-IO-STATUS                       zbnkcrdr
076000        PERFORM DISPLAY-IO-STATUS                                 zbnkcrdr
076100        PERFORM ABORT-PROGRAM                                     zbnkcrdr
076200     END-IF.                                                      zbnkcrdr
076300                                                                  zbnkcrdr
076400 CARD-CLOSE.                                                      zbnkcrdr
076500     CLOSE CARD-FILE.                                             zbnkcrdr
076600     IF WS-CARD-STATUS = '00'                                     zbnkcrdr
076700        MOVE 'CARD file closed OK' TO WS-CONSOLE-MESSAGE          zbnkcrdr
076800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcrdr
076900     ELSE                                                         zbnkcrdr
077000        MOVE 'CARD file close failure...' TO WS-CONSOLE-MESSAGE   zbnkcrdr
077100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcrdr
077200        MOVE WS-CARD-STATUS TO WS-IO-STATUS                       zbnkcrdr
077300        PERFORM DISPLAY-IO-STATUS                                 zbnkcrdr
077400        PERFORM ABORT-PROGRAM                                     zbnkcrdr
077500     END-IF.                                                      zbnkcrdr
077600                                                                  zbnkcrdr
077700******************************************************************zbnkcrdr
077800* Open, access and close the ACCOUNT file.                       *zbnkcrdr
077900******************************************************************zbnkcrdr
078000 ACCOUNT-OPEN.                                                    zbnkcrdr
078100     OPEN INPUT ACCOUNT-FILE.                                     zbnkcrdr
078200     IF WS-ACCOUNT-STATUS = '00'                                  zbnkcrdr
078300        MOVE 'ACCOUNT file opened OK' TO WS-CONSOLE-MESSAGE       zbnkcrdr
078400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcrdr
078500     ELSE                                                         zbnkcrdr
078600        MOVE 'ACCOUNT file open failure...' TO WS-CONSOLE-MESSAGE zbnkcrdr
078700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcrdr
078800        MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                    zbnkcrdr
078900        PERFORM DISPLAY-IO-STATUS                                 zbnkcrdr
079000        PERFORM ABORT-PROGRAM                                     zbnkcrdr
079100     END-IF.                                                      zbnkcrdr
079200                                                                  zbnkcrdr
079300 ACCOUNT-READ.                                                    zbnkcrdr
079400     READ ACCOUNT-FILE.                                           zbnkcrdr
079500                                                                  zbnkcrdr
079600 ACCOUNT-CLOSE.                                                   zbnkcrdr
079700     CLOSE ACCOUNT-FILE.                                          zbnkcrdr
079800     IF WS-ACCOUNT-STATUS = '00'                                  zbnkcrdr
079900        MOVE 'ACCOUNT file closed OK' TO WS-CONSOLE-MESSAGE       zbnkcrdr
080000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcrdr
080100     ELSE                                                         zbnkcrdr
080200        MOVE 'ACCOUNT file close failure...'                      zbnkcrdr
080300          TO WS-CONSOLE-MESSAGE                                   zbnkcrdr
080400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcrdr
080500        MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                    zbnkcrdr
080600        PERFORM DISPLAY-IO-STATUS                                 zbnkcrdr
080700        PERFORM ABORT-PROGRAM                                     zbnkcrdr
080800     END-IF.                                                      zbnkcrdr
080900                                                                  zbnkcrdr
081000******************************************************************zbnkcrdr
081100* Open, access and close the CUST file.                          *zbnkcrdr
081200******************************************************************zbnkcrdr
081300 CUST-OPEN.                                                       zbnkcrdr
081400     OPEN INPUT CUST-FILE.                                        zbnkcrdr
081500     IF WS-CUST-STATUS = '00'                                     zbnkcrdr
081600        MOVE 'CUST file opened OK' TO WS-CONSOLE-MESSAGE          zbnkcrdr
081700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcrdr
081800     ELSE                                                         zbnkcrdr
081900        MOVE 'CUST file open failure...' TO WS-CONSOLE-MESSAGE    zbnkcrdr
082000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcrdr
082100        MOVE WS-CUST-STATUS TO WS-IO-STATUS                       zbnkcrdr
082200        PERFORM DISPLAY-IO-STATUS                                 zbnkcrdr
082300        PERFORM ABORT-PROGRAM                                     zbnkcrdr
082400     END-IF.                                                      zbnkcrdr
082500                                                                  zbnkcrdr
082600 CUST-READ.                                                       zbnkcrdr
082700     READ CUST-FILE.                                              zbnkcrdr
082800                                                                  zbnkcrdr
082900 CUST-CLOSE.                                                      zbnkcrdr
083000     CLOSE CUST-FILE.                                             zbnkcrdr
083100     IF WS-CUST-STATUS = '00'                                     zbnkcrdr
083200        MOVE 'CUST file closed OK' TO WS-CONSOLE-MESSAGE          zbnkcrdr
083300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcrdr
083400     ELSE                                                         zbnkcrdr
083500        MOVE 'CUST file close failure...' TO WS-CONSOLE-MESSAGE   zbnkcrdr
083600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcrdr
083700        MOVE WS-CUST-STATUS TO WS-IO-STATUS                       zbnkcrdr
083800        PERFORM DISPLAY-IO-STATUS                                 zbnkcrdr
083900        PERFORM ABORT-PROGRAM                                     zbnkcrdr
084000     END-IF.                                                      zbnkcrdr
084100                                                                  zbnkcrdr
084200******************************************************************zbnkcrdr
084300* Open, access and close the SYSC file.                          *zbnkcrdr
084400******************************************************************zbnkcrdr
084500 SYSC-OPEN.                                                       zbnkcrdr
084600     OPEN I-O SYSC-FILE.                                          zbnkcrdr
084700     IF WS-SYSC-STATUS = '00'                                     zbnkcrdr
084800        MOVE 'SYSC file opened OK' TO WS-CONSOLE-MESSAGE          zbnkcrdr
084900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcrdr
085000     ELSE                                                         zbnkcrdr
085100        MOVE 'SYSC file open failure...' TO WS-CONSOLE-MESSAGE    zbnkcrdr
085200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcrdr
085300        MOVE WS-SYSC-STATUS TO WS-IO-STATUS                       zbnkcrdr
085400        PERFORM DISPLAY-IO-STATUS                                 zbnkcrdr
085500        PERFORM ABORT-PROGRAM                                     zbnkcrdr
085600     END-IF.                                                      zbnkcrdr
085700                                                                  zbnkcrdr
085800 SYSC-READ.                                                       zbnkcrdr
085900     READ SYSC-FILE.                                              zbnkcrdr
086000                                                                  zbnkcrdr
086100 SYSC-WRITE.                                                      zbnkcrdr
086200     WRITE SYSC-FILE-REC.                                         zbnkcrdr
086300     IF WS-SYSC-STATUS NOT = '00'                                 zbnkcrdr
086400        MOVE 'SYSC Error writing file ...'                        zbnkcrdr
086500          TO WS-CONSOLE-MESSAGE                                   zbnkcrdr
086600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcrdr
086700        MOVE WS-SYSC-STATUS TO WS-IO-STATUS                       zbnkcrdr
086800        PERFORM DISPLAY-IO-STATUS                                 zbnkcrdr
086900        PERFORM ABORT-PROGRAM                                     zbnkcrdr
087000     END-IF.                                                      zbnkcrdr
087100                                                                  zbnkcrdr
087200 SYSC-REWRITE.                                                    zbnkcrdr
087300     REWRITE SYSC-FILE-REC.                                       zbnkcrdr
087400     IF WS-SYSC-STATUS NOT = '00'                                 zbnkcrdr
087500        MOVE 'SYSC Error rewriting file ...'                      zbnkcrdr
087600          TO WS-CONSOLE-MESSAGE                                   zbnkcrdr
087700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcrdr
087800        MOVE WS-SYSC-STATUS TO WS-IO-STATUS                       zbnkcrdr
087900        PERFORM DISPLAY-IO-STATUS                                 zbnkcrdr
088000        PERFORM ABORT-PROGRAM                                     zbnkcrdr
088100     END-IF.                                                      zbnkcrdr
088200                                                                  zbnkcrdr
088300 SYSC-CLOSE.                                                      zbnkcrdr
088400     CLOSE SYSC-FILE.                                             zbnkcrdr
088500     IF WS-SYSC-STATUS = '00'                                     zbnkcrdr
088600        MOVE 'SYSC file closed OK' TO WS-CONSOLE-MESSAGE          zbnkcrdr
088700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcrdr
088800     ELSE                                                         zbnkcrdr
088900        MOVE 'SYSC file close failure...' TO WS-CONSOLE-MESSAGE   zbnkcrdr
089000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcrdr
089100        MOVE WS-SYSC-STATUS TO WS-IO-STATUS                       zbnkcrdr
089200        PERFORM DISPLAY-IO-STATUS                                 zbnkcrdr
089300        PERFORM ABORT-PROGRAM                                     zbnkcrdr
089400     END-IF.                                                      zbnkcrdr
089500                                                                  zbnkcrdr
089600******************************************************************zbnkcrdr
089700* Open, access and close the EMBOSS file.                        *zbnkcrdr
089800******************************************************************zbnkcrdr
089900 EMBOSS-OPEN.                                                     zbnkcrdr
090000     OPEN OUTPUT EMBOSS-FILE.                                     zbnkcrdr
090100     IF WS-EMBOSS-STATUS = '00'                                   zbnkcrdr
090200        MOVE 'EMBOSS file opened OK' TO WS-CONSOLE-MESSAGE        zbnkcrdr
090300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcrdr
090400     ELSE                                                         zbnkcrdr
090500        MOVE 'EMBOSS file open failure...' TO WS-CONSOLE-MESSAGE  zbnkcrdr
090600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcrdr
090700        MOVE WS-EMBOSS-STATUS TO WS-IO-STATUS                     zbnkcrdr
090800        PERFORM DISPLAY-IO-STATUS                                 zbnkcrdr
090900        PERFORM ABORT-PROGRAM                                     zbnkcrdr
091000     END-IF.                                                      zbnkcrdr
091100                                                                  zbnkcrdr
091200 EMBOSS-PUT.                                                      zbnkcrdr
091300     WRITE EMBOSS-REC.                                            zbnkcrdr
091400     IF WS-EMBOSS-STATUS NOT = '00'                               zbnkcrdr
091500        MOVE 'EMBOSS Error writing file ...'                      zbnkcrdr
091600          TO WS-CONSOLE-MESSAGE                                   zbnkcrdr
091700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcrdr
091800        MOVE WS-EMBOSS-STATUS TO WS-IO-STATUS                     zbnkcrdr
091900        PERFORM DISPLAY-IO-STATUS                                 zbnkcrdr
092000        PERFORM ABORT-PROGRAM                                     zbnkcrdr
092100     END-IF.                                                      zbnkcrdr
092200                                                                  zbnkcrdr
092300 EMBOSS-CLOSE.                                                    zbnkcrdr
092400     CLOSE EMBOSS-FILE.                                           zbnkcrdr
092500     IF WS-EMBOSS-STATUS = '00'                                   zbnkcrdr
092600        MOVE 'EMBOSS file closed OK' TO WS-CONSOLE-MESSAGE        zbnkcrdr
092700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcrdr
092800     ELSE                                                         zbnkcrdr
092900        MOVE 'EMBOSS file close failure...' TO WS-CONSOLE-MESSAGE zbnkcrdr
093000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcrdr
093100        MOVE WS-EMBOSS-STATUS TO WS-IO-STATUS                     zbnkcrdr
093200        PERFORM DISPLAY-IO-STATUS                                 zbnkcrdr
093300        PERFORM ABORT-PROGRAM                                     zbnkcrdr
093400     END-IF.                                                      zbnkcrdr
093500                                                                  zbnkcrdr
093600******************************************************************zbnkcrdr
093700* Open, access and close the PRINTOUT file.                      *zbnkcrdr
093800******************************************************************zbnkcrdr
093900 PRINTOUT-OPEN.                                                   zbnkcrdr
094000     OPEN OUTPUT PRINTOUT-FILE.                                   zbnkcrdr
094100     IF WS-PRINTOUT-STATUS = '00'                                 zbnkcrdr
094200        MOVE 'PRINTOUT file opened OK' TO WS-CONSOLE-MESSAGE      zbnkcrdr
094300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcrdr
094400     ELSE                                                         zbnkcrdr
094500        MOVE 'PRINTOUT file open failure...'                      zbnkcrdr
094600          TO WS-CONSOLE-MESSAGE                                   zbnkcrdr
094700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcrdr
094800        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkcrdr
094900        PERFORM DISPLAY-IO-STATUS                                 zbnkcrdr
095000        PERFORM ABORT-PROGRAM                                     zbnkcrdr
095100     END-IF.                                                      zbnkcrdr
095200                                                                  zbnkcrdr
095300 PRINTOUT-PUT.                                                    zbnkcrdr
095400     WRITE PRINTOUT-REC.                                          zbnkcrdr
095500     IF WS-PRINTOUT-STATUS NOT = '00'                             zbnkcrdr
095600        MOVE 'PRINTOUT Error writing file ...'                    zbnkcrdr
095700          TO WS-CONSOLE-MESSAGE                                   zbnkcrdr
095800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcrdr
095900        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkcrdr
096000        PERFORM DISPLAY-IO-STATUS                                 zbnkcrdr
096100        PERFORM ABORT-PROGRAM                                     zbnkcrdr
096200     END-IF.                                                      zbnkcrdr
096300                                                                  zbnkcrdr
096400 PRINTOUT-CLOSE.                                                  zbnkcrdr
096500     CLOSE PRINTOUT-FILE.                                         zbnkcrdr
096600     IF WS-PRINTOUT-STATUS = '00'                                 zbnkcrdr
096700        MOVE 'PRINTOUT file closed OK' TO WS-CONSOLE-MESSAGE      zbnkcrdr
096800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcrdr
096900     ELSE                                                         zbnkcrdr
097000        MOVE 'PRINTOUT file close failure...'                     zbnkcrdr
097100          TO WS-CONSOLE-MESSAGE                                   zbnkcrdr
097200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcrdr
097300        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkcrdr
097400        PERFORM DISPLAY-IO-STATUS                                 zbnkcrdr
097500        PERFORM ABORT-PROGRAM                                     zbnkcrdr
097600     END-IF.                                                      zbnkcrdr
097700                                                                  zbnkcrdr
097800******************************************************************zbnkcrdr
097900* Write a short end-of-job summary to the JOBSUM file, in the    *zbnkcrdr
098000* same style as the other batch jobs' summaries.                 *zbnkcrdr
098100******************************************************************zbnkcrdr
098200 PRINT-JOB-SUMMARY.                                               zbnkcrdr
098300     PERFORM JOBSUM-OPEN.                                         zbnkcrdr
098400     MOVE SPACES TO JOBSUM-REC.                                   zbnkcrdr
098500     STRING 'Cards read:                  ' DELIMITED BY SIZE     zbnkcrdr
098600            WS-CARDS-READ DELIMITED BY SIZE                       zbnkcrdr
098700       INTO JOBSUM-REC.                                           zbnkcrdr
098800     PERFORM JOBSUM-PUT.                                          zbnkcrdr
098900     MOVE SPACES TO JOBSUM-REC.                                   zbnkcrdr
099000     STRING 'Cards due for reissue:       ' DELIMITED BY SIZE     zbnkcrdr
099100            WS-CARDS-EXPIRING DELIMITED BY SIZE                   zbnkcrdr
099200       INTO JOBSUM-REC.                                           zbnkcrdr
099300     PERFORM JOBSUM-PUT.                                          zbnkcrdr
099400     MOVE SPACES TO JOBSUM-REC.                                   zbnkcrdr
099500     STRING 'Cards reissued:              ' DELIMITED BY SIZE     zbnkcrdr
099600            WS-CARDS-REISSUED DELIMITED BY SIZE                   zbnkcrdr
099700       INTO JOBSUM-REC.                                           zbnkcrdr
099800     PERFORM JOBSUM-PUT.                                          zbnkcrdr
099900     MOVE SPACES TO JOBSUM-REC.                                   zbnkcrdr
100000     STRING 'Cards not reissued:          ' DELIMITED BY SIZE     zbnkcrdr
100100            WS-CARDS-NOT-REISSUED DELIMITED BY SIZE               zbnkcrdr
100200       INTO JOBSUM-REC.                                           zbnkcrdr
100300     PERFORM JOBSUM-PUT.                                          zbnkcrdr
100400     MOVE SPACES TO JOBSUM-REC.                                   zbnkcrdr
100500     STRING 'Card numbers passed over:    ' DELIMITED BY SIZE     zbnkcrdr
100600            WS-NUMBERS-PASSED-OVER DELIMITED BY SIZE              zbnkcrdr
100700       INTO JOBSUM-REC.                                           zbnkcrdr
100800     PERFORM JOBSUM-PUT.                                          zbnkcrdr
100900     MOVE SPACES TO JOBSUM-REC.                                   zbnkcrdr
101000     STRING 'Cards sent to the bureau:    ' DELIMITED BY SIZE     zbnkcrdr
101100            WS-CARDS-EMBOSSED DELIMITED BY SIZE                   zbnkcrdr
101200       INTO JOBSUM-REC.                                           zbnkcrdr
101300     PERFORM JOBSUM-PUT.                                          zbnkcrdr
101400     MOVE SPACES TO JOBSUM-REC.                                   zbnkcrdr
101500     STRING '  New issues:                ' DELIMITED BY SIZE     zbnkcrdr
101600            WS-EMBOSSED-NEW DELIMITED BY SIZE                     zbnkcrdr
101700       INTO JOBSUM-REC.                                           zbnkcrdr
101800     PERFORM JOBSUM-PUT.                                          zbnkcrdr
101900     MOVE SPACES TO JOBSUM-REC.                                   zbnkcrdr
102000     STRING '  Replacements:              ' DELIMITED BY SIZE     zbnkcrdr
102100            WS-EMBOSSED-REPLACED DELIMITED BY SIZE                zbnkcrdr
102200       INTO JOBSUM-REC.                                           zbnkcrdr
102300     PERFORM JOBSUM-PUT.                                          zbnkcrdr
102400     MOVE SPACES TO JOBSUM-REC.                                   zbnkcrdr
102500     STRING '  Expiry reissues:           ' DELIMITED BY SIZE     zbnkcrdr
102600            WS-EMBOSSED-REISSUED DELIMITED BY SIZE                zbnkcrdr
102700       INTO JOBSUM-REC.                                           zbnkcrdr
102800     PERFORM JOBSUM-PUT.                                          zbnkcrdr
102900     MOVE SPACES TO JOBSUM-REC.                                   zbnkcrdr
103000     STRING 'Cards held - no customer:    ' DELIMITED BY SIZE     zbnkcrdr
103100            WS-EMBOSS-HELD DELIMITED BY SIZE                      zbnkcrdr
103200       INTO JOBSUM-REC.                                           zbnkcrdr
103300     PERFORM JOBSUM-PUT.                                          zbnkcrdr
103400     MOVE SPACES TO JOBSUM-REC.                                   zbnkcrdr
103500     STRING 'Stopped before embossing:    ' DELIMITED BY SIZE     zbnkcrdr
103600            WS-EMBOSS-WITHDRAWN DELIMITED BY SIZE                 zbnkcrdr
103700       INTO JOBSUM-REC.                                           zbnkcrdr
103800     PERFORM JOBSUM-PUT.                                          zbnkcrdr
103900     PERFORM JOBSUM-CLOSE.                                        zbnkcrdr
104000     MOVE 'Job summary written to JOBSUM'                         zbnkcrdr
104100       TO WS-CONSOLE-MESSAGE.                                     zbnkcrdr
104200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkcrdr
104300                                                                  zbnkcrdr
104400 JOBSUM-OPEN.                                                     zbnkcrdr
104500     OPEN OUTPUT JOBSUM-FILE.                                     zbnkcrdr
104600     IF WS-JOBSUM-STATUS = '00'                                   zbnkcrdr
104700        MOVE 'JOBSUM file opened OK' TO WS-CONSOLE-MESSAGE        zbnkcrdr
104800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcrdr
104900     ELSE                                                         zbnkcrdr
105000        MOVE 'JOBSUM file open failure...' TO WS-CONSOLE-MESSAGE  zbnkcrdr
105100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcrdr
105200        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkcrdr
105300        PERFORM DISPLAY-IO-STATUS                                 zbnkcrdr
105400        PERFORM ABORT-PROGRAM                                     zbnkcrdr
105500     END-IF.                                                      zbnkcrdr
105600                                                                  zbnkcrdr
105700 JOBSUM-PUT.                                                      zbnkcrdr
105800     WRITE JOBSUM-REC.                                            zbnkcrdr
105900     IF WS-JOBSUM-STATUS NOT = '00'                               zbnkcrdr
106000        MOVE 'JOBSUM Error writing file ...' TO WS-CONSOLE-MESSAGEzbnkcrdr
106100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcrdr
106200        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkcrdr
106300        PERFORM DISPLAY-IO-STATUS                                 zbnkcrdr
106400        PERFORM ABORT-PROGRAM                                     zbnkcrdr
106500     END-IF.                                                      zbnkcrdr
106600                                                                  zbnkcrdr
106700 JOBSUM-CLOSE.                                                    zbnkcrdr
106800     CLOSE JOBSUM-FILE.                                           zbnkcrdr
106900     IF WS-JOBSUM-STATUS = '00'                                   zbnkcrdr
107000        MOVE 'JOBSUM file closed OK' TO WS-CONSOLE-MESSAGE        zbnkcrdr
107100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcrdr
107200     ELSE                                                         zbnkcrdr
107300        MOVE 'JOBSUM file close failure...' TO WS-CONSOLE-MESSAGE zbnkcrdr
107400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcrdr
107500        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkcrdr
107600        PERFORM DISPLAY-IO-STATUS                                 zbnkcrdr
107700        PERFORM ABORT-PROGRAM                                     zbnkcrdr
107800     END-IF.                                                      zbnkcrdr
107900                                                                  zbnkcrdr
108000******************************************************************zbnkcrdr
108100* Run-control hooks. The START call blocks this job when it has  *zbnkcrdr
108200* already completed for the business date or a prerequisite has  *zbnkcrdr
108300* not, and records the start on BNKRUNC; the END call records    *zbnkcrdr
108400* the end time and return code. See URUNCTL.CBL.                 *zbnkcrdr
108500******************************************************************zbnkcrdr
108600 RUN-CONTROL-START.                                               zbnkcrdr
108700     SET RUNCTL-START TO TRUE.                                    zbnkcrdr
108800     MOVE 'ZBNKCRDR' TO RUNCTL-JOB.                               zbnkcrdr
108900     MOVE ZERO TO RUNCTL-BUSDATE.                                 zbnkcrdr
109000     MOVE ZERO TO RUNCTL-RETURN-CODE.                             zbnkcrdr
109100     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkcrdr
109200     IF RUNCTL-BLOCKED                                            zbnkcrdr
109300        MOVE RUNCTL-REPLY-TEXT TO WS-CONSOLE-MESSAGE              zbnkcrdr
109400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcrdr
109500        MOVE 'Run control blocked this run' TO WS-CONSOLE-MESSAGE zbnkcrdr
109600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcrdr
109700        MOVE 8 TO RETURN-CODE                                     zbnkcrdr
109800        GOBACK                                                    zbnkcrdr
109900     END-IF.                                                      zbnkcrdr
110000 RUN-CONTROL-START-EXIT.                                          zbnkcrdr
110100     EXIT.                                                        zbnkcrdr
110200                                                                  zbnkcrdr
110300 RUN-CONTROL-END.                                                 zbnkcrdr
110400     SET RUNCTL-END TO TRUE.                                      zbnkcrdr
110500     MOVE RETURN-CODE TO RUNCTL-RETURN-CODE.                      zbnkcrdr
110600     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkcrdr
110700                                                                  zbnkcrdr
110800******************************************************************zbnkcrdr
110900* Display the file status bytes                                  *zbnkcrdr
111000******************************************************************zbnkcrdr
111100 DISPLAY-IO-STATUS.                                               zbnkcrdr
111200     IF WS-IO-STATUS NUMERIC                                      zbnkcrdr
111300        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkcrdr
111400        STRING 'File status -' DELIMITED BY SIZE                  zbnkcrdr
111500               WS-IO-STATUS DELIMITED BY SIZE                     zbnkcrdr
111600          INTO WS-CONSOLE-MESSAGE                                 zbnkcrdr
111700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcrdr
111800     ELSE                                                         zbnkcrdr
111900        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     zbnkcrdr
112000        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    zbnkcrdr
112100        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkcrdr
112200        STRING 'File status -' DELIMITED BY SIZE                  zbnkcrdr
112300               WS-IO-STAT1 DELIMITED BY SIZE                      zbnkcrdr
112400               '/' DELIMITED BY SIZE                              zbnkcrdr
112500               WS-TWO-BYTES DELIMITED BY SIZE                     zbnkcrdr
112600          INTO WS-CONSOLE-MESSAGE                                 zbnkcrdr
112700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcrdr
112800     END-IF.                                                      zbnkcrdr
112900                                                                  zbnkcrdr
112905******************************************************************zbnkcrdr
112910* Log a record added to or deleted from a master file on the     *zbnkcrdr
112915* BNKRMOV record-movement log through URECMOV. The caller sets   *zbnkcrdr
112920* the action, file and key. A failed write is reported but does  *zbnkcrdr
112925* not stop the run - that night's control-totals proof will      *zbnkcrdr
112930* show the file out.                                             *zbnkcrdr
112935******************************************************************zbnkcrdr
112940 LOG-RECORD-MOVEMENT.                                             zbnkcrdr
112945     MOVE 'ZBNKCRDR' TO RMV-PROGRAM.                              zbnkcrdr
112950     MOVE 'ZBNKCRDR' TO RMV-USERID.                               zbnkcrdr
112955     CALL 'URECMOV' USING WS-RMOV-PARM.                           zbnkcrdr
112960     IF RMV-FAILED                                                zbnkcrdr
112965        MOVE 'Record-movement log write failed'                   zbnkcrdr
112970          TO WS-CONSOLE-MESSAGE                                   zbnkcrdr
112975        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcrdr
112980     END-IF.                                                      zbnkcrdr
112985                                                                  zbnkcrdr
113000******************************************************************zbnkcrdr
113100* 'ABORT' the program. Post a message and issue a goback         *zbnkcrdr
113200******************************************************************zbnkcrdr
113300 ABORT-PROGRAM.                                                   zbnkcrdr
113400     IF WS-CONSOLE-MESSAGE NOT = SPACES                           zbnkcrdr
113500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcrdr
113600     END-IF.                                                      zbnkcrdr
113700     MOVE 'Program is abending...' TO WS-CONSOLE-MESSAGE.         zbnkcrdr
113800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkcrdr
113900     MOVE 16 TO RETURN-CODE.                                      zbnkcrdr
114000     GOBACK.                                                      zbnkcrdr
114100                                                                  zbnkcrdr
114200******************************************************************zbnkcrdr
114300* Display CONSOLE messages...                                    *zbnkcrdr
114400******************************************************************zbnkcrdr
114500 DISPLAY-CONSOLE-MESSAGE.                                         zbnkcrdr
114600     DISPLAY 'ZBNKCRDR - ' WS-CONSOLE-MESSAGE                     zbnkcrdr
114700       UPON CONSOLE.                                              zbnkcrdr
114800     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       zbnkcrdr
114900                                                                  zbnkcrdr
115000* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     zbnkcrdr
