000100******************************************************************zbnkjsmg
000200*                                                               * zbnkjsmg
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * zbnkjsmg
000400*   This demonstration program is provided for use by users     * zbnkjsmg
000500*   of Micro Focus products and may be used, modified and       * zbnkjsmg
000600*   distributed as part of your application provided that       * zbnkjsmg
000700*   you properly acknowledge the copyright of Micro Focus       * zbnkjsmg
000800*   in this material.                                           * zbnkjsmg
000900*                                                               * zbnkjsmg
001000******************************************************************zbnkjsmg
001100                                                                  zbnkjsmg
001200                                                                  zbnkjsmg
001300******************************************************************zbnkjsmg
001400* ZBNKJSMG.CBL                                                   *zbnkjsmg
001500* Function:    Merge the job summaries of a sliced run. When one *zbnkjsmg
001600*              of the account-scan jobs is run as several        *zbnkjsmg
001700*              account-range slices, each slice writes its own   *zbnkjsmg
001800*              JOBSUM dataset headed by a slice line. This job   *zbnkjsmg
001900*              reads those datasets, concatenated on JOBSUMIN,   *zbnkjsmg
002000*              and writes one JOBSUM for the job as a whole:     *zbnkjsmg
002100*              counter lines with the same label are added       *zbnkjsmg
002200*              together, branch subtotal lines are added by      *zbnkjsmg
002300*              branch, and any other line is kept once. A slice  *zbnkjsmg
002400*              that is missing, repeated or overlaps another     *zbnkjsmg
002500*              is reported and the job ends with return code 4.  *zbnkjsmg
002600******************************************************************zbnkjsmg
002700 IDENTIFICATION DIVISION.                                         zbnkjsmg
002800 PROGRAM-ID.                                                      zbnkjsmg
002900     ZBNKJSMG.                                                    zbnkjsmg
003000 DATE-WRITTEN.                                                    zbnkjsmg
003100     October 2026.                                                zbnkjsmg
003200 DATE-COMPILED.                                                   zbnkjsmg
003300     Today.                                                       zbnkjsmg
003400                                                                  zbnkjsmg
003500 ENVIRONMENT DIVISION.                                            zbnkjsmg
003600 INPUT-OUTPUT   SECTION.                                          zbnkjsmg
003700   FILE-CONTROL.                                                  zbnkjsmg
003800     SELECT JOBSUMIN-FILE                                         zbnkjsmg
003900            ASSIGN       TO JOBSUMIN                              zbnkjsmg
004000            ORGANIZATION IS SEQUENTIAL                            zbnkjsmg
004100            ACCESS MODE  IS SEQUENTIAL                            zbnkjsmg
004200            FILE STATUS  IS WS-JOBSUMIN-STATUS.                   zbnkjsmg
004300     SELECT JOBSUM-FILE                                           zbnkjsmg
004400            ASSIGN       TO JOBSUM                                zbnkjsmg
004500            ORGANIZATION IS SEQUENTIAL                            zbnkjsmg
004600            ACCESS MODE  IS SEQUENTIAL                            zbnkjsmg
004700            FILE STATUS  IS WS-JOBSUM-STATUS.                     zbnkjsmg
004800                                                                  zbnkjsmg
004900 DATA DIVISION.                                                   zbnkjsmg
005000 FILE SECTION.                                                    zbnkjsmg
005100                                                                  zbnkjsmg
005200 FD  JOBSUMIN-FILE.                                               zbnkjsmg
005300 01  JOBSUMIN-REC                      PIC X(80).                 zbnkjsmg
005400                                                                  zbnkjsmg
005500 FD  JOBSUM-FILE.                                                 zbnkjsmg
005600 01  JOBSUM-REC                        PIC X(80).                 zbnkjsmg
005700                                                                  zbnkjsmg
005800 WORKING-STORAGE SECTION.                                         zbnkjsmg
005900 01  WS-FILE-STATUSES.                                            zbnkjsmg
006000   05  WS-JOBSUMIN-STATUS.                                        zbnkjsmg
006100     10  WS-JOBSUMIN-STAT1              PIC X(1).                 zbnkjsmg
006200     10  WS-JOBSUMIN-STAT2              PIC X(1).                 zbnkjsmg
006300   05  WS-JOBSUM-STATUS.                                          zbnkjsmg
006400     10  WS-JOBSUM-STAT1                PIC X(1).                 zbnkjsmg
006500     10  WS-JOBSUM-STAT2                PIC X(1).                 zbnkjsmg
006600   05  WS-IO-STATUS.                                              zbnkjsmg
006700     10  WS-IO-STAT1                   PIC X(1).                  zbnkjsmg
006800     10  WS-IO-STAT2                   PIC X(1).                  zbnkjsmg
006900                                                                  zbnkjsmg
007000   05  WS-TWO-BYTES.                                              zbnkjsmg
007100     10  WS-TWO-BYTES-LEFT             PIC X(1).                  zbnkjsmg
007200     10  WS-TWO-BYTES-RIGHT            PIC X(1).                  zbnkjsmg
007300   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 zbnkjsmg
007400                                      PIC 9(1) COMP.              zbnkjsmg
007500                                                                  zbnkjsmg
007600 01  WS-CONSOLE-MESSAGE                    PIC X(48).             zbnkjsmg
007700                                                                  zbnkjsmg
007800 01  WS-END-OF-JOBSUMIN                    PIC X(3) VALUE 'NO '.  zbnkjsmg
007900 01  WS-LINES-READ                         PIC 9(7) VALUE ZERO.   zbnkjsmg
008000 01  WS-MERGE-STATE                        PIC X(1) VALUE 'G'.    zbnkjsmg
008100   88  WS-MERGE-CLEAN                      VALUE 'G'.             zbnkjsmg
008200   88  WS-MERGE-SUSPECT                    VALUE 'W'.             zbnkjsmg
008300                                                                  zbnkjsmg
008400******************************************************************zbnkjsmg
008500* The slice line each slice writes at the top of its summary.    *zbnkjsmg
008600* Its layout is fixed, so it is picked out by position.          *zbnkjsmg
008700******************************************************************zbnkjsmg
008800 01  WS-SLICE-LINE.                                               zbnkjsmg
008900   05  WS-SLL-JOB                          PIC X(8).              zbnkjsmg
009000   05  WS-SLL-LIT-SLICE                    PIC X(7).              zbnkjsmg
009100     88  WS-SLL-IS-SLICE                   VALUE ' slice '.       zbnkjsmg
009200   05  WS-SLL-SLICE                        PIC X(2).              zbnkjsmg
009300   05  WS-SLL-SLICE-N REDEFINES WS-SLL-SLICE                      zbnkjsmg
009400                                           PIC 9(2).              zbnkjsmg
009500   05  WS-SLL-LIT-OF                       PIC X(4).              zbnkjsmg
009600     88  WS-SLL-IS-OF                      VALUE ' of '.          zbnkjsmg
009700   05  WS-SLL-SLICES                       PIC X(2).              zbnkjsmg
009800   05  WS-SLL-SLICES-N REDEFINES WS-SLL-SLICES                    zbnkjsmg
009900                                           PIC 9(2).              zbnkjsmg
010000   05  WS-SLL-LIT-ACCOUNTS                 PIC X(10).             zbnkjsmg
010100     88  WS-SLL-IS-ACCOUNTS                VALUE ' accounts '.    zbnkjsmg
010200   05  WS-SLL-FROM                         PIC X(9).              zbnkjsmg
010300   05  FILLER                              PIC X(4).              zbnkjsmg
010400   05  WS-SLL-TO                           PIC X(9).              zbnkjsmg
010500   05  FILLER                              PIC X(25).             zbnkjsmg
010600                                                                  zbnkjsmg
010700******************************************************************zbnkjsmg
010800* Branch subtotal line, as written by ZBNKCHRG and ZBNKDORM.     *zbnkjsmg
010900******************************************************************zbnkjsmg
011000 01  WS-BRANCH-LINE.                                              zbnkjsmg
011100   05  WS-BRL-LIT-BRANCH                   PIC X(7).              zbnkjsmg
011200     88  WS-BRL-IS-BRANCH                  VALUE 'Branch '.       zbnkjsmg
011300   05  WS-BRL-CODE                         PIC X(3).              zbnkjsmg
011400   05  WS-BRL-LIT-ITEMS                    PIC X(8).              zbnkjsmg
011500     88  WS-BRL-IS-ITEMS                   VALUE '  items '.      zbnkjsmg
011600   05  WS-BRL-ITEMS                        PIC X(5).              zbnkjsmg
011700   05  WS-BRL-ITEMS-N REDEFINES WS-BRL-ITEMS                      zbnkjsmg
011800                                           PIC 9(5).              zbnkjsmg
011900   05  WS-BRL-LIT-AMOUNT                   PIC X(9).              zbnkjsmg
012000     88  WS-BRL-IS-AMOUNT                  VALUE '  amount '.     zbnkjsmg
012100   05  WS-BRL-AMOUNT                       PIC X(12).             zbnkjsmg
012200   05  FILLER                              PIC X(36).             zbnkjsmg
012300 01  WS-BRL-AMOUNT-D                       PIC -(8)9.99.          zbnkjsmg
012400 01  WS-BRL-AMOUNT-N                       PIC S9(9)V99.          zbnkjsmg
012500                                                                  zbnkjsmg
012600******************************************************************zbnkjsmg
012700* The slices found, by slice number.                             *zbnkjsmg
012800******************************************************************zbnkjsmg
012900 01  WS-MERGE-JOB                          PIC X(8) VALUE SPACES. zbnkjsmg
013000 01  WS-MERGE-SLICES                       PIC 9(2) VALUE ZERO.   zbnkjsmg
013100 01  WS-SLICES-FOUND                       PIC 9(3) COMP VALUE 0. zbnkjsmg
013200 01  WS-SLICE-SUB                          PIC 9(3) COMP.         zbnkjsmg
013300 01  WS-PRIOR-SUB                          PIC 9(3) COMP.         zbnkjsmg
013400 01  WS-SLICE-D                            PIC 9(2).              zbnkjsmg
013500 01  WS-SLICE-TABLE.                                              zbnkjsmg
013600   05  WS-SLICE-ENTRY OCCURS 99 TIMES.                            zbnkjsmg
013700     10  WS-SL-SEEN                        PIC X(1).              zbnkjsmg
013800     10  WS-SL-FROM                        PIC X(9).              zbnkjsmg
013900     10  WS-SL-TO                          PIC X(9).              zbnkjsmg
014000                                                                  zbnkjsmg
014100******************************************************************zbnkjsmg
014200* The merged lines, in the order first met. A counter line is a  *zbnkjsmg
014300* label followed by an unsigned count at the end of the line;    *zbnkjsmg
014400* the count is kept in the same width as the slices wrote it.    *zbnkjsmg
014500******************************************************************zbnkjsmg
014600 01  WS-LINES-USED                         PIC 9(3) COMP VALUE 0. zbnkjsmg
014700 01  WS-LINE-SUB                           PIC 9(3) COMP.         zbnkjsmg
014800 01  WS-LINE-TABLE.                                               zbnkjsmg
014900   05  WS-LINE-ENTRY OCCURS 200 TIMES.                            zbnkjsmg
015000     10  WS-ML-TYPE                        PIC X(1).              zbnkjsmg
015100       88  WS-ML-TEXT-LINE                 VALUE 'T'.             zbnkjsmg
015200       88  WS-ML-COUNTER                   VALUE 'C'.             zbnkjsmg
015300       88  WS-ML-BRANCH                    VALUE 'B'.             zbnkjsmg
015400     10  WS-ML-TEXT                        PIC X(80).             zbnkjsmg
015500     10  WS-ML-DIGIT-POS                   PIC 9(3) COMP.         zbnkjsmg
015600     10  WS-ML-DIGIT-LEN                   PIC 9(3) COMP.         zbnkjsmg
015700     10  WS-ML-COUNT                       PIC 9(9).              zbnkjsmg
015800     10  WS-ML-AMOUNT                      PIC S9(9)V99.          zbnkjsmg
015900                                                                  zbnkjsmg
016000 01  WS-LINE-TYPE                          PIC X(1).              zbnkjsmg
016100   88  WS-LINE-IS-TEXT                     VALUE 'T'.             zbnkjsmg
016200   88  WS-LINE-IS-COUNTER                  VALUE 'C'.             zbnkjsmg
016300   88  WS-LINE-IS-BRANCH                   VALUE 'B'.             zbnkjsmg
016400 01  WS-POS                                PIC S9(3) COMP.        zbnkjsmg
016500 01  WS-LAST-POS                           PIC S9(3) COMP.        zbnkjsmg
016600 01  WS-DIGIT-POS                          PIC 9(3) COMP.         zbnkjsmg
016700 01  WS-DIGIT-LEN                          PIC 9(3) COMP.         zbnkjsmg
016800 01  WS-COUNT-N                            PIC 9(9).              zbnkjsmg
016900 01  WS-COUNT-X REDEFINES WS-COUNT-N       PIC X(9).              zbnkjsmg
017000                                                                  zbnkjsmg
017100 PROCEDURE DIVISION.                                              zbnkjsmg
017200                                                                  zbnkjsmg
017300     MOVE 'Merging sliced job summaries' TO WS-CONSOLE-MESSAGE.   zbnkjsmg
017400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkjsmg
017500     MOVE SPACES TO WS-SLICE-TABLE.                               zbnkjsmg
017600                                                                  zbnkjsmg
017700     PERFORM JOBSUMIN-OPEN.                                       zbnkjsmg
017800     PERFORM JOBSUMIN-GET.                                        zbnkjsmg
017900     PERFORM MERGE-ONE-LINE                                       zbnkjsmg
018000         THRU MERGE-ONE-LINE-EXIT                                 zbnkjsmg
018100             UNTIL WS-END-OF-JOBSUMIN = 'YES'.                    zbnkjsmg
018200     PERFORM JOBSUMIN-CLOSE.                                      zbnkjsmg
018300                                                                  zbnkjsmg
018400     IF WS-SLICES-FOUND IS EQUAL TO ZERO                          zbnkjsmg
018500        MOVE 'No slice summaries found on JOBSUMIN'               zbnkjsmg
018600          TO WS-CONSOLE-MESSAGE                                   zbnkjsmg
018700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkjsmg
018800        MOVE 8 TO RETURN-CODE                                     zbnkjsmg
018900        GOBACK                                                    zbnkjsmg
019000     END-IF.                                                      zbnkjsmg
019100                                                                  zbnkjsmg
019200     PERFORM WRITE-MERGED-SUMMARY.                                zbnkjsmg
019300                                                                  zbnkjsmg
019400     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     zbnkjsmg
019500     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkjsmg
019600     IF WS-MERGE-CLEAN                                            zbnkjsmg
019700        MOVE 0 TO RETURN-CODE                                     zbnkjsmg
019800     ELSE                                                         zbnkjsmg
019900        MOVE 4 TO RETURN-CODE                                     zbnkjsmg
020000     END-IF.                                                      zbnkjsmg
020100     GOBACK.                                                      zbnkjsmg
020200                                                                  zbnkjsmg
020300******************************************************************zbnkjsmg
020400* Take one input line: a slice line is recorded against its      *zbnkjsmg
020500* slice, and every other line is merged into the line table.     *zbnkjsmg
020600******************************************************************zbnkjsmg
020700 MERGE-ONE-LINE.                                                  zbnkjsmg
020800     MOVE JOBSUMIN-REC TO WS-SLICE-LINE.                          zbnkjsmg
020900     IF WS-SLL-IS-SLICE AND WS-SLL-IS-OF AND WS-SLL-IS-ACCOUNTS   zbnkjsmg
021000        PERFORM RECORD-SLICE-LINE                                 zbnkjsmg
021100            THRU RECORD-SLICE-LINE-EXIT                           zbnkjsmg
021200     ELSE                                                         zbnkjsmg
021300        PERFORM CLASSIFY-LINE                                     zbnkjsmg
021400            THRU CLASSIFY-LINE-EXIT                               zbnkjsmg
021500        PERFORM FIND-MERGED-LINE                                  zbnkjsmg
021600            THRU FIND-MERGED-LINE-EXIT                            zbnkjsmg
021700        PERFORM ADD-TO-MERGED-LINE                                zbnkjsmg
021800            THRU ADD-TO-MERGED-LINE-EXIT                          zbnkjsmg
021900     END-IF.                                                      zbnkjsmg
022000     PERFORM JOBSUMIN-GET.                                        zbnkjsmg
022100 MERGE-ONE-LINE-EXIT.                                             zbnkjsmg
022200     EXIT.                                                        zbnkjsmg
022300                                                                  zbnkjsmg
022400******************************************************************zbnkjsmg
022500* RECORD-SLICE-LINE                                              *zbnkjsmg
022600* The first slice line fixes the job and the number of slices;   *zbnkjsmg
022700* later ones must agree with it and name a slice not yet seen.   *zbnkjsmg
022800******************************************************************zbnkjsmg
022900 RECORD-SLICE-LINE.                                               zbnkjsmg
023000     IF WS-SLL-SLICE-N IS NOT NUMERIC OR                          zbnkjsmg
023100        WS-SLL-SLICES-N IS NOT NUMERIC OR                         zbnkjsmg
023200        WS-SLL-SLICE-N IS EQUAL TO ZERO OR                        zbnkjsmg
023300        WS-SLL-SLICE-N IS GREATER THAN WS-SLL-SLICES-N            zbnkjsmg
023400        MOVE 'Slice line not valid - ignored'                     zbnkjsmg
023500          TO WS-CONSOLE-MESSAGE                                   zbnkjsmg
023600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkjsmg
023700        SET WS-MERGE-SUSPECT TO TRUE                              zbnkjsmg
023800        GO TO RECORD-SLICE-LINE-EXIT                              zbnkjsmg
023900     END-IF.                                                      zbnkjsmg
024000     IF WS-MERGE-JOB IS EQUAL TO SPACES                           zbnkjsmg
024100        MOVE WS-SLL-JOB TO WS-MERGE-JOB                           zbnkjsmg
024200        MOVE WS-SLL-SLICES-N TO WS-MERGE-SLICES                   zbnkjsmg
024300     END-IF.                                                      zbnkjsmg
024400     IF WS-SLL-JOB IS NOT EQUAL TO WS-MERGE-JOB OR                zbnkjsmg
024500        WS-SLL-SLICES-N IS NOT EQUAL TO WS-MERGE-SLICES           zbnkjsmg
024600        MOVE SPACES TO WS-CONSOLE-MESSAGE                         zbnkjsmg
024700        STRING 'Slice line for another run: ' DELIMITED BY SIZE   zbnkjsmg
024800               WS-SLL-JOB DELIMITED BY SIZE                       zbnkjsmg
024900               ' ' DELIMITED BY SIZE                              zbnkjsmg
025000               WS-SLL-SLICE DELIMITED BY SIZE                     zbnkjsmg
025100               '/' DELIMITED BY SIZE                              zbnkjsmg
025200               WS-SLL-SLICES DELIMITED BY SIZE                    zbnkjsmg
025300          INTO WS-CONSOLE-MESSAGE                                 zbnkjsmg
025400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkjsmg
025500        SET WS-MERGE-SUSPECT TO TRUE                              zbnkjsmg
025600        GO TO RECORD-SLICE-LINE-EXIT                              zbnkjsmg
025700     END-IF.                                                      zbnkjsmg
025800     MOVE WS-SLL-SLICE-N TO WS-SLICE-SUB.                         zbnkjsmg
025900     IF WS-SL-SEEN (WS-SLICE-SUB) IS EQUAL TO 'Y'                 zbnkjsmg
026000        MOVE SPACES TO WS-CONSOLE-MESSAGE                         zbnkjsmg
026100        STRING 'Slice ' DELIMITED BY SIZE                         zbnkjsmg
026200               WS-SLL-SLICE DELIMITED BY SIZE                     zbnkjsmg
026300               ' summary appears more than once'                  zbnkjsmg
026400                 DELIMITED BY SIZE                                zbnkjsmg
026500          INTO WS-CONSOLE-MESSAGE                                 zbnkjsmg
026600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkjsmg
026700        SET WS-MERGE-SUSPECT TO TRUE                              zbnkjsmg
026800     END-IF.                                                      zbnkjsmg
026900     MOVE 'Y' TO WS-SL-SEEN (WS-SLICE-SUB).                       zbnkjsmg
027000     MOVE WS-SLL-FROM TO WS-SL-FROM (WS-SLICE-SUB).               zbnkjsmg
027100     MOVE WS-SLL-TO TO WS-SL-TO (WS-SLICE-SUB).                   zbnkjsmg
027200     ADD 1 TO WS-SLICES-FOUND.                                    zbnkjsmg
027300 RECORD-SLICE-LINE-EXIT.                                          zbnkjsmg
027400     EXIT.                                                        zbnkjsmg
027500                                                                  zbnkjsmg
027600******************************************************************zbnkjsmg
027700* CLASSIFY-LINE                                                  *zbnkjsmg
027800* Decide whether a line is a branch subtotal, a counter or plain *zbnkjsmg
027900* text. For a counter the position and width of the count are    *zbnkjsmg
028000* kept: the digits at the end of the line, standing after a      *zbnkjsmg
028100* space or a colon, nine digits at most.                         *zbnkjsmg
028200******************************************************************zbnkjsmg
028300 CLASSIFY-LINE.                                                   zbnkjsmg
028400     MOVE JOBSUMIN-REC TO WS-BRANCH-LINE.                         zbnkjsmg
028500     IF WS-BRL-IS-BRANCH AND WS-BRL-IS-ITEMS AND                  zbnkjsmg
028600        WS-BRL-IS-AMOUNT AND WS-BRL-ITEMS-N IS NUMERIC            zbnkjsmg
028700        SET WS-LINE-IS-BRANCH TO TRUE                             zbnkjsmg
028800        GO TO CLASSIFY-LINE-EXIT                                  zbnkjsmg
028900     END-IF.                                                      zbnkjsmg
029000     SET WS-LINE-IS-TEXT TO TRUE.                                 zbnkjsmg
029100     PERFORM SCAN-STEP                                            zbnkjsmg
029200         VARYING WS-POS FROM 80 BY -1                             zbnkjsmg
029300         UNTIL WS-POS IS LESS THAN 1                              zbnkjsmg
029400            OR JOBSUMIN-REC (WS-POS:1) IS NOT EQUAL TO SPACE.     zbnkjsmg
029500     IF WS-POS IS LESS THAN 2                                     zbnkjsmg
029600        GO TO CLASSIFY-LINE-EXIT                                  zbnkjsmg
029700     END-IF.                                                      zbnkjsmg
029800     MOVE WS-POS TO WS-LAST-POS.                                  zbnkjsmg
029900     PERFORM SCAN-STEP                                            zbnkjsmg
030000         VARYING WS-POS FROM WS-LAST-POS BY -1                    zbnkjsmg
030100         UNTIL WS-POS IS LESS THAN 1                              zbnkjsmg
030200            OR JOBSUMIN-REC (WS-POS:1) IS NOT NUMERIC.            zbnkjsmg
030300     IF WS-POS IS LESS THAN 1 OR                                  zbnkjsmg
030400        WS-POS IS EQUAL TO WS-LAST-POS OR                         zbnkjsmg
030500        WS-LAST-POS - WS-POS IS GREATER THAN 9                    zbnkjsmg
030600        GO TO CLASSIFY-LINE-EXIT                                  zbnkjsmg
030700     END-IF.                                                      zbnkjsmg
030800     IF JOBSUMIN-REC (WS-POS:1) IS NOT EQUAL TO SPACE AND         zbnkjsmg
030900        JOBSUMIN-REC (WS-POS:1) IS NOT EQUAL TO ':'               zbnkjsmg
031000        GO TO CLASSIFY-LINE-EXIT                                  zbnkjsmg
031100     END-IF.                                                      zbnkjsmg
031200     SET WS-LINE-IS-COUNTER TO TRUE.                              zbnkjsmg
031300     COMPUTE WS-DIGIT-POS = WS-POS + 1.                           zbnkjsmg
031400     COMPUTE WS-DIGIT-LEN = WS-LAST-POS - WS-POS.                 zbnkjsmg
031500 CLASSIFY-LINE-EXIT.                                              zbnkjsmg
031600     EXIT.                                                        zbnkjsmg
031700                                                                  zbnkjsmg
031800 SCAN-STEP.                                                       zbnkjsmg
031900     CONTINUE.                                                    zbnkjsmg
032000 SCAN-STEP-EXIT.                                                  zbnkjsmg
032100     EXIT.                                                        zbnkjsmg
032200                                                                  zbnkjsmg
032300******************************************************************zbnkjsmg
032400* FIND-MERGED-LINE                                               *zbnkjsmg
032500* Look for the line already merged that this one adds to: the    *zbnkjsmg
032600* same branch, the same counter label, or the same text. A line  *zbnkjsmg
032700* met for the first time gets a new entry.                       *zbnkjsmg
032800******************************************************************zbnkjsmg
032900 FIND-MERGED-LINE.                                                zbnkjsmg
033000     PERFORM MATCH-STEP                                           zbnkjsmg
033100         VARYING WS-LINE-SUB FROM 1 BY 1                          zbnkjsmg
033200         UNTIL WS-LINE-SUB IS GREATER THAN WS-LINES-USED          zbnkjsmg
033300            OR (WS-ML-TYPE (WS-LINE-SUB) IS EQUAL TO WS-LINE-TYPE zbnkjsmg
033400                AND WS-LINE-IS-BRANCH                             zbnkjsmg
033500                AND WS-ML-TEXT (WS-LINE-SUB) (1:10)               zbnkjsmg
033600                    IS EQUAL TO JOBSUMIN-REC (1:10))              zbnkjsmg
033700            OR (WS-ML-TYPE (WS-LINE-SUB) IS EQUAL TO WS-LINE-TYPE zbnkjsmg
033800                AND WS-LINE-IS-COUNTER                            zbnkjsmg
033900                AND WS-ML-DIGIT-POS (WS-LINE-SUB)                 zbnkjsmg
034000                    IS EQUAL TO WS-DIGIT-POS                      zbnkjsmg
034100                AND WS-ML-TEXT (WS-LINE-SUB) (1:WS-POS)           zbnkjsmg
034200                    IS EQUAL TO JOBSUMIN-REC (1:WS-POS))          zbnkjsmg
034300            OR (WS-ML-TYPE (WS-LINE-SUB) IS EQUAL TO WS-LINE-TYPE zbnkjsmg
034400                AND WS-LINE-IS-TEXT                               zbnkjsmg
034500                AND WS-ML-TEXT (WS-LINE-SUB)                      zbnkjsmg
034600                    IS EQUAL TO JOBSUMIN-REC).                    zbnkjsmg
034700     IF WS-LINE-SUB IS NOT GREATER THAN WS-LINES-USED             zbnkjsmg
034800        GO TO FIND-MERGED-LINE-EXIT                               zbnkjsmg
034900     END-IF.                                                      zbnkjsmg
035000     IF WS-LINES-USED IS NOT LESS THAN 200                        zbnkjsmg
035100        MOVE 'Too many summary lines - line dropped'              zbnkjsmg
035200          TO WS-CONSOLE-MESSAGE                                   zbnkjsmg
035300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkjsmg
035400        SET WS-MERGE-SUSPECT TO TRUE                              zbnkjsmg
035500        MOVE ZERO TO WS-LINE-SUB                                  zbnkjsmg
035600        GO TO FIND-MERGED-LINE-EXIT                               zbnkjsmg
035700     END-IF.                                                      zbnkjsmg
035800     ADD 1 TO WS-LINES-USED.                                      zbnkjsmg
035900     MOVE WS-LINES-USED TO WS-LINE-SUB.                           zbnkjsmg
036000     MOVE WS-LINE-TYPE TO WS-ML-TYPE (WS-LINE-SUB).               zbnkjsmg
036100     MOVE JOBSUMIN-REC TO WS-ML-TEXT (WS-LINE-SUB).               zbnkjsmg
036200     MOVE WS-DIGIT-POS TO WS-ML-DIGIT-POS (WS-LINE-SUB).          zbnkjsmg
036300     MOVE WS-DIGIT-LEN TO WS-ML-DIGIT-LEN (WS-LINE-SUB).          zbnkjsmg
036400     MOVE ZERO TO WS-ML-COUNT (WS-LINE-SUB).                      zbnkjsmg
036500     MOVE ZERO TO WS-ML-AMOUNT (WS-LINE-SUB).                     zbnkjsmg
036600 FIND-MERGED-LINE-EXIT.                                           zbnkjsmg
036700     EXIT.                                                        zbnkjsmg
036800                                                                  zbnkjsmg
036900 MATCH-STEP.                                                      zbnkjsmg
037000     CONTINUE.                                                    zbnkjsmg
037100 MATCH-STEP-EXIT.                                                 zbnkjsmg
037200     EXIT.                                                        zbnkjsmg
037300                                                                  zbnkjsmg
037400******************************************************************zbnkjsmg
037500* Add this line's count, or branch items and amount, into the    *zbnkjsmg
037600* merged entry found for it.                                     *zbnkjsmg
037700******************************************************************zbnkjsmg
037800 ADD-TO-MERGED-LINE.                                              zbnkjsmg
037900     IF WS-LINE-SUB IS EQUAL TO ZERO                              zbnkjsmg
038000        GO TO ADD-TO-MERGED-LINE-EXIT                             zbnkjsmg
038100     END-IF.                                                      zbnkjsmg
038200     IF WS-LINE-IS-COUNTER                                        zbnkjsmg
038300        MOVE JOBSUMIN-REC (WS-DIGIT-POS:WS-DIGIT-LEN)             zbnkjsmg
038400          TO WS-COUNT-N                                           zbnkjsmg
038500        ADD WS-COUNT-N TO WS-ML-COUNT (WS-LINE-SUB)               zbnkjsmg
038600     END-IF.                                                      zbnkjsmg
038700     IF WS-LINE-IS-BRANCH                                         zbnkjsmg
038800        ADD WS-BRL-ITEMS-N TO WS-ML-COUNT (WS-LINE-SUB)           zbnkjsmg
038900        MOVE WS-BRL-AMOUNT TO WS-BRL-AMOUNT-D                     zbnkjsmg
039000        MOVE WS-BRL-AMOUNT-D TO WS-BRL-AMOUNT-N                   zbnkjsmg
039100        ADD WS-BRL-AMOUNT-N TO WS-ML-AMOUNT (WS-LINE-SUB)         zbnkjsmg
039200     END-IF.                                                      zbnkjsmg
039300 ADD-TO-MERGED-LINE-EXIT.                                         zbnkjsmg
039400     EXIT.                                                        zbnkjsmg
039500                                                                  zbnkjsmg
039600******************************************************************zbnkjsmg
039700* WRITE-MERGED-SUMMARY                                           *zbnkjsmg
039800* A heading naming the job and the slices merged, a line for     *zbnkjsmg
039900* each slice's account range, any missing or overlapping slice,  *zbnkjsmg
040000* then the merged lines in the order they were first met.        *zbnkjsmg
040100******************************************************************zbnkjsmg
040200 WRITE-MERGED-SUMMARY.                                            zbnkjsmg
040300     PERFORM JOBSUM-OPEN.                                         zbnkjsmg
040400     MOVE SPACES TO JOBSUM-REC.                                   zbnkjsmg
040500     MOVE WS-SLICES-FOUND TO WS-SLICE-D.                          zbnkjsmg
040600     STRING WS-MERGE-JOB DELIMITED BY SIZE                        zbnkjsmg
040700            ' job summary merged from ' DELIMITED BY SIZE         zbnkjsmg
040800            WS-SLICE-D DELIMITED BY SIZE                          zbnkjsmg
040900            ' of ' DELIMITED BY SIZE                              zbnkjsmg
041000            WS-MERGE-SLICES DELIMITED BY SIZE                     zbnkjsmg
041100            ' slices' DELIMITED BY SIZE                           zbnkjsmg
041200       INTO JOBSUM-REC.                                           zbnkjsmg
041300     PERFORM JOBSUM-PUT.                                          zbnkjsmg
041400     MOVE ZERO TO WS-PRIOR-SUB.                                   zbnkjsmg
041500     PERFORM WRITE-ONE-SLICE                                      zbnkjsmg
041600         THRU WRITE-ONE-SLICE-EXIT                                zbnkjsmg
041700         VARYING WS-SLICE-SUB FROM 1 BY 1                         zbnkjsmg
041800         UNTIL WS-SLICE-SUB IS GREATER THAN WS-MERGE-SLICES.      zbnkjsmg
041900     PERFORM WRITE-ONE-MERGED-LINE                                zbnkjsmg
042000         THRU WRITE-ONE-MERGED-LINE-EXIT                          zbnkjsmg
042100         VARYING WS-LINE-SUB FROM 1 BY 1                          zbnkjsmg
042200         UNTIL WS-LINE-SUB IS GREATER THAN WS-LINES-USED.         zbnkjsmg
042300     PERFORM JOBSUM-CLOSE.                                        zbnkjsmg
042400     MOVE 'Job summary written to JOBSUM'                         zbnkjsmg
042500       TO WS-CONSOLE-MESSAGE.                                     zbnkjsmg
042600     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkjsmg
042700                                                                  zbnkjsmg
042800 WRITE-ONE-SLICE.                                                 zbnkjsmg
042900     MOVE WS-SLICE-SUB TO WS-SLICE-D.                             zbnkjsmg
043000     MOVE SPACES TO JOBSUM-REC.                                   zbnkjsmg
043100     IF WS-SL-SEEN (WS-SLICE-SUB) IS NOT EQUAL TO 'Y'             zbnkjsmg
043200        STRING 'Slice ' DELIMITED BY SIZE                         zbnkjsmg
043300               WS-SLICE-D DELIMITED BY SIZE                       zbnkjsmg
043400               ' summary MISSING' DELIMITED BY SIZE               zbnkjsmg
043500          INTO JOBSUM-REC                                         zbnkjsmg
043600        PERFORM JOBSUM-PUT                                        zbnkjsmg
043700        MOVE JOBSUM-REC TO WS-CONSOLE-MESSAGE                     zbnkjsmg
043800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkjsmg
043900        SET WS-MERGE-SUSPECT TO TRUE                              zbnkjsmg
044000        GO TO WRITE-ONE-SLICE-EXIT                                zbnkjsmg
044100     END-IF.                                                      zbnkjsmg
044200     STRING 'Slice ' DELIMITED BY SIZE                            zbnkjsmg
044300            WS-SLICE-D DELIMITED BY SIZE                          zbnkjsmg
044400            ' accounts ' DELIMITED BY SIZE                        zbnkjsmg
044500            WS-SL-FROM (WS-SLICE-SUB) DELIMITED BY SIZE           zbnkjsmg
044600            ' to ' DELIMITED BY SIZE                              zbnkjsmg
044700            WS-SL-TO (WS-SLICE-SUB) DELIMITED BY SIZE             zbnkjsmg
044800       INTO JOBSUM-REC.                                           zbnkjsmg
044900     IF WS-PRIOR-SUB IS GREATER THAN ZERO                         zbnkjsmg
045000        IF WS-SL-FROM (WS-SLICE-SUB) IS NOT GREATER THAN          zbnkjsmg
045100           WS-SL-TO (WS-PRIOR-SUB)                                zbnkjsmg
045200           MOVE ' OVERLAPS' TO JOBSUM-REC (41:9)                  zbnkjsmg
045300           SET WS-MERGE-SUSPECT TO TRUE                           zbnkjsmg
045400        END-IF                                                    zbnkjsmg
045500     END-IF.                                                      zbnkjsmg
045600     PERFORM JOBSUM-PUT.                                          zbnkjsmg
045700     MOVE WS-SLICE-SUB TO WS-PRIOR-SUB.                           zbnkjsmg
045800 WRITE-ONE-SLICE-EXIT.                                            zbnkjsmg
045900     EXIT.                                                        zbnkjsmg
046000                                                                  zbnkjsmg
046100 WRITE-ONE-MERGED-LINE.                                           zbnkjsmg
046200     MOVE WS-ML-TEXT (WS-LINE-SUB) TO JOBSUM-REC.                 zbnkjsmg
046300     IF WS-ML-COUNTER (WS-LINE-SUB)                               zbnkjsmg
046400        MOVE WS-ML-DIGIT-POS (WS-LINE-SUB) TO WS-DIGIT-POS        zbnkjsmg
046500        MOVE WS-ML-DIGIT-LEN (WS-LINE-SUB) TO WS-DIGIT-LEN        zbnkjsmg
046600        MOVE WS-ML-COUNT (WS-LINE-SUB) TO WS-COUNT-N              zbnkjsmg
046700        COMPUTE WS-POS = 10 - WS-DIGIT-LEN                        zbnkjsmg
046800        IF WS-POS IS GREATER THAN 1                               zbnkjsmg
046900           IF WS-COUNT-X (1:WS-POS - 1) IS NOT EQUAL TO ZEROS     zbnkjsmg
047000              MOVE 'Merged count too wide for its line'           zbnkjsmg
047100                TO WS-CONSOLE-MESSAGE                             zbnkjsmg
047200              PERFORM DISPLAY-CONSOLE-MESSAGE                     zbnkjsmg
047300              SET WS-MERGE-SUSPECT TO TRUE                        zbnkjsmg
047400           END-IF                                                 zbnkjsmg
047500        END-IF                                                    zbnkjsmg
047600        MOVE WS-COUNT-X (WS-POS:WS-DIGIT-LEN)                     zbnkjsmg
047700          TO JOBSUM-REC (WS-DIGIT-POS:WS-DIGIT-LEN)               zbnkjsmg
047800     END-IF.                                                      zbnkjsmg
047900     IF WS-ML-BRANCH (WS-LINE-SUB)                                zbnkjsmg
048000        MOVE WS-ML-TEXT (WS-LINE-SUB) TO WS-BRANCH-LINE           zbnkjsmg
048100        MOVE WS-ML-COUNT (WS-LINE-SUB) TO WS-BRL-ITEMS-N          zbnkjsmg
048200        MOVE WS-ML-AMOUNT (WS-LINE-SUB) TO WS-BRL-AMOUNT-D        zbnkjsmg
048300        MOVE WS-BRL-AMOUNT-D TO WS-BRL-AMOUNT                     zbnkjsmg
048400        MOVE WS-BRANCH-LINE TO JOBSUM-REC                         zbnkjsmg
048500     END-IF.                                                      zbnkjsmg
048600     PERFORM JOBSUM-PUT.                                          zbnkjsmg
048700 WRITE-ONE-MERGED-LINE-EXIT.                                      zbnkjsmg
048800     EXIT.                                                        zbnkjsmg
048900                                                                  zbnkjsmg
049000******************************************************************zbnkjsmg
049100* Open, read and close the concatenated slice summaries.         *zbnkjsmg
049200******************************************************************zbnkjsmg
049300 JOBSUMIN-OPEN.                                                   zbnkjsmg
049400     OPEN INPUT JOBSUMIN-FILE.                                    zbnkjsmg
049500     IF WS-JOBSUMIN-STATUS = '00'                                 zbnkjsmg
049600        MOVE 'JOBSUMIN file opened OK' TO WS-CONSOLE-MESSAGE      zbnkjsmg
049700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkjsmg
049800     ELSE                                                         zbnkjsmg
049900        MOVE 'JOBSUMIN file open failure...' TO WS-CONSOLE-MESSAGEzbnkjsmg
050000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkjsmg
050100        MOVE WS-JOBSUMIN-STATUS TO WS-IO-STATUS                   zbnkjsmg
050200        PERFORM DISPLAY-IO-STATUS                                 zbnkjsmg
050300        PERFORM ABORT-PROGRAM                                     zbnkjsmg
050400     END-IF.                                                      zbnkjsmg
050500                                                                  zbnkjsmg
050600 JOBSUMIN-GET.                                                    zbnkjsmg
050700     READ JOBSUMIN-FILE.                                          zbnkjsmg
050800     IF WS-JOBSUMIN-STATUS = '00'                                 zbnkjsmg
050900        ADD 1 TO WS-LINES-READ                                    zbnkjsmg
051000     ELSE                                                         zbnkjsmg
051100        IF WS-JOBSUMIN-STATUS = '10'                              zbnkjsmg
051200           MOVE 'YES' TO WS-END-OF-JOBSUMIN                       zbnkjsmg
051300        ELSE                                                      zbnkjsmg
051400           MOVE 'JOBSUMIN Error reading file ...'                 zbnkjsmg
051500             TO WS-CONSOLE-MESSAGE                                zbnkjsmg
051600           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkjsmg
051700           MOVE WS-JOBSUMIN-STATUS TO WS-IO-STATUS                zbnkjsmg
051800           PERFORM DISPLAY-IO-STATUS                              zbnkjsmg
051900           PERFORM ABORT-PROGRAM                                  zbnkjsmg
052000        END-IF                                                    zbnkjsmg
052100     END-IF.                                                      zbnkjsmg
052200                                                                  zbnkjsmg
052300 JOBSUMIN-CLOSE.                                                  zbnkjsmg
052400     CLOSE JOBSUMIN-FILE.                                         zbnkjsmg
052500     IF WS-JOBSUMIN-STATUS = '00'                                 zbnkjsmg
052600        MOVE 'JOBSUMIN file closed OK' TO WS-CONSOLE-MESSAGE      zbnkjsmg
052700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkjsmg
052800     ELSE                                                         zbnkjsmg
052900        MOVE 'JOBSUMIN file close failure...'                     zbnkjsmg
053000          TO WS-CONSOLE-MESSAGE                                   zbnkjsmg
053100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkjsmg
053200        MOVE WS-JOBSUMIN-STATUS TO WS-IO-STATUS                   zbnkjsmg
053300        PERFORM DISPLAY-IO-STATUS                                 zbnkjsmg
053400        PERFORM ABORT-PROGRAM                                     zbnkjsmg
053500     END-IF.                                                      zbnkjsmg
053600                                                                  zbnkjsmg
053700 JOBSUM-OPEN.                                                     zbnkjsmg
053800     OPEN OUTPUT JOBSUM-FILE.                                     zbnkjsmg
053900     IF WS-JOBSUM-STATUS = '00'                                   zbnkjsmg
054000        MOVE 'JOBSUM file opened OK' TO WS-CONSOLE-MESSAGE        zbnkjsmg
054100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkjsmg
054200     ELSE                                                         zbnkjsmg
054300        MOVE 'JOBSUM file open failure...' TO WS-CONSOLE-MESSAGE  zbnkjsmg
054400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkjsmg
054500        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkjsmg
054600        PERFORM DISPLAY-IO-STATUS                                 zbnkjsmg
054700        PERFORM ABORT-PROGRAM                                     zbnkjsmg
054800     END-IF.                                                      zbnkjsmg
054900                                                                  zbnkjsmg
055000 JOBSUM-PUT.                                                      zbnkjsmg
055100     WRITE JOBSUM-REC.                                            zbnkjsmg
055200     IF WS-JOBSUM-STATUS NOT = '00'                               zbnkjsmg
055300        MOVE 'JOBSUM Error writing file ...' TO WS-CONSOLE-MESSAGEzbnkjsmg
055400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkjsmg
055500        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkjsmg
055600        PERFORM DISPLAY-IO-STATUS                                 zbnkjsmg
055700        PERFORM ABORT-PROGRAM                                     zbnkjsmg
055800     END-IF.                                                      zbnkjsmg
055900                                                                  zbnkjsmg
056000 JOBSUM-CLOSE.                                                    zbnkjsmg
056100     CLOSE JOBSUM-FILE.                                           zbnkjsmg
056200     IF WS-JOBSUM-STATUS = '00'                                   zbnkjsmg
056300        MOVE 'JOBSUM file closed OK' TO WS-CONSOLE-MESSAGE        zbnkjsmg
056400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkjsmg
056500     ELSE                                                         zbnkjsmg
056600        MOVE 'JOBSUM file close failure...' TO WS-CONSOLE-MESSAGE zbnkjsmg
056700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkjsmg
056800        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkjsmg
056900        PERFORM DISPLAY-IO-STATUS                                 zbnkjsmg
057000        PERFORM ABORT-PROGRAM                                     zbnkjsmg
057100     END-IF.                                                      zbnkjsmg
057200                                                                  zbnkjsmg
057300******************************************************************zbnkjsmg
057400* Display the file status bytes                                  *zbnkjsmg
057500******************************************************************zbnkjsmg
057600 DISPLAY-IO-STATUS.                                               zbnkjsmg
057700     IF WS-IO-STATUS NUMERIC                                      zbnkjsmg
057800        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkjsmg
057900        STRING 'File status -' DELIMITED BY SIZE                  zbnkjsmg
058000               WS-IO-STATUS DELIMITED BY SIZE                     zbnkjsmg
058100          INTO WS-CONSOLE-MESSAGE                                 zbnkjsmg
058200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkjsmg
058300     ELSE                                                         zbnkjsmg
058400        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     zbnkjsmg
058500        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    zbnkjsmg
058600        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkjsmg
058700        STRING 'File status -' DELIMITED BY SIZE                  zbnkjsmg
058800               WS-IO-STAT1 DELIMITED BY SIZE                      zbnkjsmg
058900               '/' DELIMITED BY SIZE                              zbnkjsmg
059000               WS-TWO-BYTES DELIMITED BY SIZE                     zbnkjsmg
059100          INTO WS-CONSOLE-MESSAGE                                 zbnkjsmg
059200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkjsmg
059300     END-IF.                                                      zbnkjsmg
059400                                                                  zbnkjsmg
059500******************************************************************zbnkjsmg
059600* 'ABORT' the program. Post a message and issue a goback         *zbnkjsmg
059700******************************************************************zbnkjsmg
059800 ABORT-PROGRAM.                                                   zbnkjsmg
059900     IF WS-CONSOLE-MESSAGE NOT = SPACES                           zbnkjsmg
060000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkjsmg
060100     END-IF.                                                      zbnkjsmg
060200     MOVE 'Program is abending...' TO WS-CONSOLE-MESSAGE.         zbnkjsmg
060300     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkjsmg
060400     MOVE 16 TO RETURN-CODE.                                      zbnkjsmg
060500     GOBACK.                                                      zbnkjsmg
060600                                                                  zbnkjsmg
060700******************************************************************zbnkjsmg
060800* Display CONSOLE messages...                                    *zbnkjsmg
060900******************************************************************zbnkjsmg
061000 DISPLAY-CONSOLE-MESSAGE.                                         zbnkjsmg
061100     DISPLAY 'ZBNKJSMG - ' WS-CONSOLE-MESSAGE                     zbnkjsmg
061200       UPON CONSOLE.                                              zbnkjsmg
061300     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       zbnkjsmg
