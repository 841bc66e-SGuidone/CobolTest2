000100******************************************************************zbnkibrc
000200*                                                               * zbnkibrc
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * zbnkibrc
000400*   This demonstration program is provided for use by users     * zbnkibrc
000500*   of Micro Focus products and may be used, modified and       * zbnkibrc
000600*   distributed as part of your application provided that       * zbnkibrc
000700*   you properly acknowledge the copyright of Micro Focus       * zbnkibrc
000800*   in this material.                                           * zbnkibrc
000900*                                                               * zbnkibrc
001000******************************************************************zbnkibrc
001100                                                                  zbnkibrc
001200******************************************************************zbnkibrc
001300* ZBNKIBRC.CBL                                                   *zbnkibrc
001400* Function:    Daily inter-branch reconciliation. Every posting  *zbnkibrc
001500*              whose two sides sit at different branches leaves  *zbnkibrc
001600*              a due-to leg on the branch that owes and a        *zbnkibrc
001700*              due-from leg on the branch that is owed, under    *zbnkibrc
001800*              one reference on BNKIBRT. The run matches the two *zbnkibrc
001900*              legs of each reference (opposite sides, crossed   *zbnkibrc
002000*              branches, same amount and currency), marks them   *zbnkibrc
002100*              matched, and proves each branch pair nets to      *zbnkibrc
002200*              zero - today's movement and the balance carried   *zbnkibrc
002300*              since the file began. Legs left without a partner *zbnkibrc
002400*              are listed for finance with their age, flagged    *zbnkibrc
002500*              once older than the aging limit (exec parm NNN    *zbnkibrc
002600*              days, default 5). An out-of-balance pair or an    *zbnkibrc
002700*              unmatched leg ends the run with return code 4.    *zbnkibrc
002800******************************************************************zbnkibrc
002900 IDENTIFICATION DIVISION.                                         zbnkibrc
003000 PROGRAM-ID.                                                      zbnkibrc
003100     ZBNKIBRC.                                                    zbnkibrc
003200 DATE-WRITTEN.                                                    zbnkibrc
003300     October 2026.                                                zbnkibrc
003400 DATE-COMPILED.                                                   zbnkibrc
003500     Today.                                                       zbnkibrc
003600                                                                  zbnkibrc
003700 ENVIRONMENT DIVISION.                                            zbnkibrc
003800 INPUT-OUTPUT   SECTION.                                          zbnkibrc
003900   FILE-CONTROL.                                                  zbnkibrc
004000     SELECT IBRT-FILE                                             zbnkibrc
004100            ASSIGN       TO BNKIBRT                               zbnkibrc
004200            ORGANIZATION IS INDEXED                               zbnkibrc
004300            ACCESS MODE  IS DYNAMIC                               zbnkibrc
004400            RECORD KEY   IS IB-REC-KEY                            zbnkibrc
004500            FILE STATUS  IS WS-IBRT-STATUS.                       zbnkibrc
004600     SELECT PRINTOUT-FILE                                         zbnkibrc
004700            ASSIGN       TO PRINTOUT                              zbnkibrc
004800            ORGANIZATION IS SEQUENTIAL                            zbnkibrc
004900            ACCESS MODE  IS SEQUENTIAL                            zbnkibrc
005000            FILE STATUS  IS WS-PRINTOUT-STATUS.                   zbnkibrc
005100     SELECT JOBSUM-FILE                                           zbnkibrc
005200            ASSIGN       TO JOBSUM                                zbnkibrc
005300            ORGANIZATION IS SEQUENTIAL                            zbnkibrc
005400            ACCESS MODE  IS SEQUENTIAL                            zbnkibrc
005500            FILE STATUS  IS WS-JOBSUM-STATUS.                     zbnkibrc
005600                                                                  zbnkibrc
005700 DATA DIVISION.                                                   zbnkibrc
005800 FILE SECTION.                                                    zbnkibrc
005900                                                                  zbnkibrc
006000 FD  IBRT-FILE.                                                   zbnkibrc
006100 01  IBRT-FILE-REC.                                               zbnkibrc
006200 COPY CBANKVIB.                                                   zbnkibrc
006300                                                                  zbnkibrc
006400 FD  PRINTOUT-FILE.                                               zbnkibrc
006500 01  PRINTOUT-REC                      PIC X(121).                zbnkibrc
006600                                                                  zbnkibrc
006700 FD  JOBSUM-FILE.                                                 zbnkibrc
006800 01  JOBSUM-REC                        PIC X(80).                 zbnkibrc
006900                                                                  zbnkibrc
007000 WORKING-STORAGE SECTION.                                         zbnkibrc
007100 01  WS-RUN-CONTROL.                                              zbnkibrc
007200 COPY CRUNCTLD.                                                   zbnkibrc
007300 01  WS-FILE-STATUSES.                                            zbnkibrc
007400   05  WS-IBRT-STATUS.                                            zbnkibrc
007500     10  WS-IBRT-STAT1                  PIC X(1).                 zbnkibrc
007600     10  WS-IBRT-STAT2                  PIC X(1).                 zbnkibrc
007700   05  WS-PRINTOUT-STATUS.                                        zbnkibrc
007800     10  WS-PRINTOUT-STAT1              PIC X(1).                 zbnkibrc
007900     10  WS-PRINTOUT-STAT2              PIC X(1).                 zbnkibrc
008000   05  WS-JOBSUM-STATUS.                                          zbnkibrc
008100     10  WS-JOBSUM-STAT1                PIC X(1).                 zbnkibrc
008200     10  WS-JOBSUM-STAT2                PIC X(1).                 zbnkibrc
008300   05  WS-IO-STATUS.                                              zbnkibrc
008400     10  WS-IO-STAT1                   PIC X(1).                  zbnkibrc
008500     10  WS-IO-STAT2                   PIC X(1).                  zbnkibrc
008600                                                                  zbnkibrc
008700   05  WS-TWO-BYTES.                                              zbnkibrc
008800     10  WS-TWO-BYTES-LEFT             PIC X(1).                  zbnkibrc
008900     10  WS-TWO-BYTES-RIGHT            PIC X(1).                  zbnkibrc
009000   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 zbnkibrc
009100                                      PIC 9(1) COMP.              zbnkibrc
009200                                                                  zbnkibrc
009300 01  WS-CONSOLE-MESSAGE                    PIC X(48).             zbnkibrc
009400                                                                  zbnkibrc
009500 01  WS-DATE-WORK-AREA.                                           zbnkibrc
009600 COPY CDATED.                                                     zbnkibrc
009700                                                                  zbnkibrc
009800 01  WS-TODAY-DATE-N                       PIC 9(8).              zbnkibrc
009900 01  WS-TODAY-DATE-PARTS REDEFINES WS-TODAY-DATE-N.               zbnkibrc
010000     05  WS-TODAY-CCYY                     PIC 9(4).              zbnkibrc
010100     05  WS-TODAY-MM                       PIC 9(2).              zbnkibrc
010200     05  WS-TODAY-DD                       PIC 9(2).              zbnkibrc
010300 01  WS-RUN-DATE-DISPLAY                   PIC X(11).             zbnkibrc
010400 01  WS-RUN-TIME-8                         PIC 9(8).              zbnkibrc
010500 01  WS-RUN-TIME                           PIC X(6).              zbnkibrc
010600                                                                  zbnkibrc
010700 01  WS-EXEC-PARM-LL                       PIC S9(4) COMP.        zbnkibrc
010800 01  WS-AGED-DAYS                          PIC 9(3) VALUE 5.      zbnkibrc
010900 01  WS-AGE-DAYS                           PIC S9(5) COMP.        zbnkibrc
011000                                                                  zbnkibrc
011100******************************************************************zbnkibrc
011200* The legs of the reference being gathered. Two is the norm; a   *zbnkibrc
011300* reference with more legs than the table holds is unmatched     *zbnkibrc
011400* anyway, so the surplus legs are only counted and listed.       *zbnkibrc
011500******************************************************************zbnkibrc
011600 01  WS-GROUP-TABLE.                                              zbnkibrc
011700   05  WS-GROUP-COUNT                      PIC 9(2) VALUE ZERO.   zbnkibrc
011800   05  WS-GROUP-DATE                       PIC 9(8).              zbnkibrc
011900   05  WS-GROUP-REF                        PIC X(14).             zbnkibrc
012000   05  WS-GROUP-LEG OCCURS 10 TIMES.                              zbnkibrc
012100     10  WS-GRP-KEY                        PIC X(25).             zbnkibrc
012200     10  WS-GRP-BRANCH                     PIC X(3).              zbnkibrc
012300     10  WS-GRP-OTHER                      PIC X(3).              zbnkibrc
012400     10  WS-GRP-SIDE                       PIC X(1).              zbnkibrc
012500     10  WS-GRP-AMOUNT                     PIC S9(9)V99 COMP-3.   zbnkibrc
012600     10  WS-GRP-CURRENCY                   PIC X(3).              zbnkibrc
012700     10  WS-GRP-TYPE                       PIC X(3).              zbnkibrc
012800     10  WS-GRP-ACCNO                      PIC X(9).              zbnkibrc
012900     10  WS-GRP-TELLER                     PIC X(8).              zbnkibrc
013000     10  WS-GRP-STATUS                     PIC X(1).              zbnkibrc
013100 01  WS-GROUP-MAX                          PIC 9(2) VALUE 10.     zbnkibrc
013200 01  WS-GROUP-SUB                          PIC 9(2).              zbnkibrc
013300 01  WS-GROUP-REASON                       PIC X(22).             zbnkibrc
013400 01  WS-REPOSITION                         PIC X(1).              zbnkibrc
013500 01  WS-NEXT-KEY                           PIC X(25).             zbnkibrc
013600                                                                  zbnkibrc
013700******************************************************************zbnkibrc
013800* Branch pairs, lower branch code first. Each side's position is *zbnkibrc
013900* what the other branch owes it - due-from legs less due-to      *zbnkibrc
014000* legs - so a pair in balance has the two positions summing to   *zbnkibrc
014100* zero.                                                          *zbnkibrc
014200******************************************************************zbnkibrc
014300 01  WS-PAIR-TABLE.                                               zbnkibrc
014400   05  WS-PAIR-COUNT                       PIC 9(3) VALUE ZERO.   zbnkibrc
014500   05  WS-PAIR-ENTRY OCCURS 500 TIMES.                            zbnkibrc
014600     10  WS-PAIR-LOW                       PIC X(3).              zbnkibrc
014700     10  WS-PAIR-HIGH                      PIC X(3).              zbnkibrc
014800     10  WS-PAIR-LOW-DAY                   PIC S9(11)V99 COMP-3.  zbnkibrc
014900     10  WS-PAIR-HIGH-DAY                  PIC S9(11)V99 COMP-3.  zbnkibrc
015000     10  WS-PAIR-LOW-BAL                   PIC S9(11)V99 COMP-3.  zbnkibrc
015100     10  WS-PAIR-HIGH-BAL                  PIC S9(11)V99 COMP-3.  zbnkibrc
015200 01  WS-PAIR-MAX                           PIC 9(3) VALUE 500.    zbnkibrc
015300 01  WS-PAIR-SUB                           PIC 9(3).              zbnkibrc
015400 01  WS-LEG-LOW                            PIC X(3).              zbnkibrc
015500 01  WS-LEG-HIGH                           PIC X(3).              zbnkibrc
015600 01  WS-LEG-POSITION                       PIC S9(11)V99 COMP-3.  zbnkibrc
015700 01  WS-PAIR-DIFFERENCE                    PIC S9(11)V99 COMP-3.  zbnkibrc
015800                                                                  zbnkibrc
015900 01  WS-PAIR-LINE.                                                zbnkibrc
016000     05  WS-PRL-LOW                        PIC X(3).              zbnkibrc
016100     05  FILLER                            PIC X(2) VALUE SPACES. zbnkibrc
016200     05  WS-PRL-HIGH                       PIC X(3).              zbnkibrc
016300     05  FILLER                            PIC X(2) VALUE SPACES. zbnkibrc
016400     05  WS-PRL-LOW-DAY                    PIC ZZZ,ZZZ,ZZ9.99-.   zbnkibrc
016500     05  FILLER                            PIC X(2) VALUE SPACES. zbnkibrc
016600     05  WS-PRL-HIGH-DAY                   PIC ZZZ,ZZZ,ZZ9.99-.   zbnkibrc
016700     05  FILLER                            PIC X(2) VALUE SPACES. zbnkibrc
016800     05  WS-PRL-LOW-BAL                    PIC ZZZ,ZZZ,ZZ9.99-.   zbnkibrc
016900     05  FILLER                            PIC X(2) VALUE SPACES. zbnkibrc
017000     05  WS-PRL-HIGH-BAL                   PIC ZZZ,ZZZ,ZZ9.99-.   zbnkibrc
017100     05  FILLER                            PIC X(2) VALUE SPACES. zbnkibrc
017200     05  WS-PRL-DIFFERENCE                 PIC ZZZ,ZZZ,ZZ9.99-.   zbnkibrc
017300     05  FILLER                            PIC X(2) VALUE SPACES. zbnkibrc
017400     05  WS-PRL-STATUS                     PIC X(14).             zbnkibrc
017500                                                                  zbnkibrc
017600 01  WS-LEG-LINE.                                                 zbnkibrc
017700     05  WS-LGL-DATE                       PIC 9(8).              zbnkibrc
017800     05  FILLER                            PIC X(2) VALUE SPACES. zbnkibrc
017900     05  WS-LGL-REF                        PIC X(14).             zbnkibrc
018000     05  FILLER                            PIC X(2) VALUE SPACES. zbnkibrc
018100     05  WS-LGL-BRANCH                     PIC X(3).              zbnkibrc
018200     05  FILLER                            PIC X(2) VALUE SPACES. zbnkibrc
018300     05  WS-LGL-OTHER                      PIC X(3).              zbnkibrc
018400     05  FILLER                            PIC X(2) VALUE SPACES. zbnkibrc
018500     05  WS-LGL-SIDE                       PIC X(8).              zbnkibrc
018600     05  FILLER                            PIC X(2) VALUE SPACES. zbnkibrc
018700     05  WS-LGL-AMOUNT                     PIC ZZZ,ZZZ,ZZ9.99-.   zbnkibrc
018800     05  FILLER                            PIC X(2) VALUE SPACES. zbnkibrc
018900     05  WS-LGL-CURRENCY                   PIC X(3).              zbnkibrc
019000     05  FILLER                            PIC X(2) VALUE SPACES. zbnkibrc
019100     05  WS-LGL-TYPE                       PIC X(3).              zbnkibrc
019200     05  FILLER                            PIC X(2) VALUE SPACES. zbnkibrc
019300     05  WS-LGL-ACCNO                      PIC X(9).              zbnkibrc
019400     05  FILLER                            PIC X(2) VALUE SPACES. zbnkibrc
019500     05  WS-LGL-AGE                        PIC ZZZZ9.             zbnkibrc
019600     05  FILLER                            PIC X(2) VALUE SPACES. zbnkibrc
019700     05  WS-LGL-REASON                     PIC X(22).             zbnkibrc
019800     05  FILLER                            PIC X(2) VALUE SPACES. zbnkibrc
019900     05  WS-LGL-AGED                       PIC X(4).              zbnkibrc
020000                                                                  zbnkibrc
020100 01  WS-REPORT-LINE                        PIC X(121).            zbnkibrc
020200 01  WS-COUNT-D                            PIC ZZZ,ZZ9.           zbnkibrc
020300 01  WS-AGED-DAYS-D                        PIC ZZ9.               zbnkibrc
020400                                                                  zbnkibrc
020500******************************************************************zbnkibrc
020600* Run counters, reported on the job summary at the end of the    *zbnkibrc
020700* run.                                                           *zbnkibrc
020800******************************************************************zbnkibrc
020900 01  WS-LEGS-READ                          PIC 9(7) VALUE ZERO.   zbnkibrc
021000 01  WS-LEGS-MATCHED                       PIC 9(7) VALUE ZERO.   zbnkibrc
021100 01  WS-LEGS-UNMATCHED                     PIC 9(7) VALUE ZERO.   zbnkibrc
021200 01  WS-LEGS-AGED                          PIC 9(7) VALUE ZERO.   zbnkibrc
021300 01  WS-PAIRS-OUT                          PIC 9(5) VALUE ZERO.   zbnkibrc
021400                                                                  zbnkibrc
021500 01  WS-END-OF-IBRT                        PIC X(3) VALUE 'NO '.  zbnkibrc
021600                                                                  zbnkibrc
021700 LINKAGE SECTION.                                                 zbnkibrc
021800 01  LK-EXEC-PARM.                                                zbnkibrc
021900   05  LK-EXEC-PARM-LL                     PIC S9(4) COMP.        zbnkibrc
022000   05  LK-EXEC-PARM-DATA                   PIC X(16).             zbnkibrc
022100                                                                  zbnkibrc
022200 PROCEDURE DIVISION USING LK-EXEC-PARM.                           zbnkibrc
022300                                                                  zbnkibrc
022400***************************************************************** zbnkibrc
022500* The exec parm carries the aging limit in days as NNN; no parm * zbnkibrc
022600* ages an unmatched leg after five days.                        * zbnkibrc
022700***************************************************************** zbnkibrc
022800     MOVE ZEROES TO WS-EXEC-PARM-LL.                              zbnkibrc
022900     MOVE LK-EXEC-PARM-LL TO WS-EXEC-PARM-LL.                     zbnkibrc
023000     IF WS-EXEC-PARM-LL IS GREATER THAN ZERO                      zbnkibrc
023100        AND LK-EXEC-PARM-DATA (1:3) IS NUMERIC                    zbnkibrc
023200        MOVE LK-EXEC-PARM-DATA (1:3) TO WS-AGED-DAYS              zbnkibrc
023300     END-IF.                                                      zbnkibrc
023400                                                                  zbnkibrc
023500     PERFORM RUN-CONTROL-START                                    zbnkibrc
023600         THRU RUN-CONTROL-START-EXIT.                             zbnkibrc
023700     PERFORM GET-RUN-DATE.                                        zbnkibrc
023800                                                                  zbnkibrc
023900     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           zbnkibrc
024000     STRING 'Inter-branch recon for ' DELIMITED BY SIZE           zbnkibrc
024100            WS-RUN-DATE-DISPLAY DELIMITED BY SIZE                 zbnkibrc
024200       INTO WS-CONSOLE-MESSAGE.                                   zbnkibrc
024300     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkibrc
024400                                                                  zbnkibrc
024500     PERFORM IBRT-OPEN.                                           zbnkibrc
024600     PERFORM PRINTOUT-OPEN.                                       zbnkibrc
024700                                                                  zbnkibrc
024800     PERFORM WRITE-LEG-HEADING.                                   zbnkibrc
024900     PERFORM IBRT-GET.                                            zbnkibrc
025000     PERFORM GATHER-ONE-LEG                                       zbnkibrc
025100         THRU GATHER-ONE-LEG-EXIT                                 zbnkibrc
025200             UNTIL WS-END-OF-IBRT = 'YES'.                        zbnkibrc
025300     IF WS-GROUP-COUNT IS GREATER THAN ZERO                       zbnkibrc
025400        PERFORM SETTLE-GROUP                                      zbnkibrc
025500            THRU SETTLE-GROUP-EXIT                                zbnkibrc
025600     END-IF.                                                      zbnkibrc
025700     IF WS-LEGS-UNMATCHED IS EQUAL TO ZERO                        zbnkibrc
025800        MOVE '  No unmatched inter-branch legs' TO PRINTOUT-REC   zbnkibrc
025900        PERFORM PRINTOUT-PUT                                      zbnkibrc
026000     END-IF.                                                      zbnkibrc
026100                                                                  zbnkibrc
026200     PERFORM WRITE-PAIR-HEADING.                                  zbnkibrc
026300     PERFORM WRITE-ONE-PAIR                                       zbnkibrc
026400         VARYING WS-PAIR-SUB FROM 1 BY 1                          zbnkibrc
026500           UNTIL WS-PAIR-SUB IS GREATER THAN WS-PAIR-COUNT.       zbnkibrc
026600     PERFORM WRITE-REPORT-TOTALS.                                 zbnkibrc
026700                                                                  zbnkibrc
026800     PERFORM IBRT-CLOSE.                                          zbnkibrc
026900     PERFORM PRINTOUT-CLOSE.                                      zbnkibrc
027000                                                                  zbnkibrc
027100     PERFORM PRINT-JOB-SUMMARY.                                   zbnkibrc
027200                                                                  zbnkibrc
027300     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     zbnkibrc
027400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkibrc
027500     IF WS-LEGS-UNMATCHED IS GREATER THAN ZERO OR                 zbnkibrc
027600        WS-PAIRS-OUT IS GREATER THAN ZERO                         zbnkibrc
027700        MOVE 4 TO RETURN-CODE                                     zbnkibrc
027800     ELSE                                                         zbnkibrc
027900        MOVE 0 TO RETURN-CODE                                     zbnkibrc
028000     END-IF.                                                      zbnkibrc
028100     PERFORM RUN-CONTROL-END.                                     zbnkibrc
028200     GOBACK.                                                      zbnkibrc
028300                                                                  zbnkibrc
028400******************************************************************zbnkibrc
028500* GET-RUN-DATE                                                   *zbnkibrc
028600* Obtains today's date, in both numeric and display form, and    *zbnkibrc
028700* the current time.                                              *zbnkibrc
028800******************************************************************zbnkibrc
028900 GET-RUN-DATE.                                                    zbnkibrc
029000     ACCEPT WS-TODAY-DATE-N FROM DATE YYYYMMDD.                   zbnkibrc
029100     MOVE SPACES TO DD-INPUT-TYPE.                                zbnkibrc
029200     SET DDI-ISO TO TRUE.                                         zbnkibrc
029300     MOVE SPACES TO DDI-DATA.                                     zbnkibrc
029400     STRING WS-TODAY-CCYY DELIMITED BY SIZE                       zbnkibrc
029500            '-'           DELIMITED BY SIZE                       zbnkibrc
029600            WS-TODAY-MM   DELIMITED BY SIZE                       zbnkibrc
029700            '-'           DELIMITED BY SIZE                       zbnkibrc
029800            WS-TODAY-DD   DELIMITED BY SIZE                       zbnkibrc
029900       INTO DDI-DATA.                                             zbnkibrc
030000     MOVE SPACES TO DD-OUTPUT-TYPE.                               zbnkibrc
030100     SET DDO-DD-MMM-YYYY TO TRUE.                                 zbnkibrc
030200     SET DD-ENV-NULL TO TRUE.                                     zbnkibrc
030300     CALL 'UDATECNV' USING WS-DATE-WORK-AREA.                     zbnkibrc
030400     MOVE DDO-DATA TO WS-RUN-DATE-DISPLAY.                        zbnkibrc
030500     ACCEPT WS-RUN-TIME-8 FROM TIME.                              zbnkibrc
030600     MOVE WS-RUN-TIME-8(1:6) TO WS-RUN-TIME.                      zbnkibrc
030700 GET-RUN-DATE-EXIT.                                               zbnkibrc
030800     EXIT.                                                        zbnkibrc
030900                                                                  zbnkibrc
031000******************************************************************zbnkibrc
031100* GATHER-ONE-LEG                                                 *zbnkibrc
031200* Legs arrive in key order, so the legs of one reference are     *zbnkibrc
031300* together. The first leg of the next reference settles the      *zbnkibrc
031400* reference gathered so far; settling may re-read legs by key to *zbnkibrc
031500* mark them matched, in which case the browse is put back on the *zbnkibrc
031600* leg in hand before it joins the new group.                     *zbnkibrc
031700******************************************************************zbnkibrc
031800 GATHER-ONE-LEG.                                                  zbnkibrc
031900     ADD 1 TO WS-LEGS-READ.                                       zbnkibrc
032000     IF WS-GROUP-COUNT IS GREATER THAN ZERO AND                   zbnkibrc
032100        (IB-REC-DATE IS NOT EQUAL TO WS-GROUP-DATE OR             zbnkibrc
032200         IB-REC-REF IS NOT EQUAL TO WS-GROUP-REF)                 zbnkibrc
032300        MOVE IB-REC-KEY TO WS-NEXT-KEY                            zbnkibrc
032400        PERFORM SETTLE-GROUP                                      zbnkibrc
032500            THRU SETTLE-GROUP-EXIT                                zbnkibrc
032600        IF WS-REPOSITION IS EQUAL TO 'Y'                          zbnkibrc
032700           PERFORM RESUME-BROWSE                                  zbnkibrc
032800        END-IF                                                    zbnkibrc
032900     END-IF.                                                      zbnkibrc
033000     IF WS-GROUP-COUNT IS EQUAL TO ZERO                           zbnkibrc
033100        MOVE IB-REC-DATE TO WS-GROUP-DATE                         zbnkibrc
033200        MOVE IB-REC-REF TO WS-GROUP-REF                           zbnkibrc
033300     END-IF.                                                      zbnkibrc
033400     IF WS-GROUP-COUNT IS NOT LESS THAN WS-GROUP-MAX              zbnkibrc
033500        MOVE 'More than two legs' TO WS-GROUP-REASON              zbnkibrc
033600        PERFORM LIST-CURRENT-LEG                                  zbnkibrc
033700        GO TO GATHER-ONE-LEG-NEXT                                 zbnkibrc
033800     END-IF.                                                      zbnkibrc
033900     ADD 1 TO WS-GROUP-COUNT.                                     zbnkibrc
034000     MOVE WS-GROUP-COUNT TO WS-GROUP-SUB.                         zbnkibrc
034100     MOVE IB-REC-KEY TO WS-GRP-KEY (WS-GROUP-SUB).                zbnkibrc
034200     MOVE IB-REC-BRANCH TO WS-GRP-BRANCH (WS-GROUP-SUB).          zbnkibrc
034300     MOVE IB-REC-OTHER-BRANCH TO WS-GRP-OTHER (WS-GROUP-SUB).     zbnkibrc
034400     MOVE IB-REC-SIDE TO WS-GRP-SIDE (WS-GROUP-SUB).              zbnkibrc
034500     MOVE IB-REC-AMOUNT TO WS-GRP-AMOUNT (WS-GROUP-SUB).          zbnkibrc
034600     MOVE IB-REC-CURRENCY TO WS-GRP-CURRENCY (WS-GROUP-SUB).      zbnkibrc
034700     MOVE IB-REC-TXN-TYPE TO WS-GRP-TYPE (WS-GROUP-SUB).          zbnkibrc
034800     MOVE IB-REC-ACCNO TO WS-GRP-ACCNO (WS-GROUP-SUB).            zbnkibrc
034900     MOVE IB-REC-TELLER TO WS-GRP-TELLER (WS-GROUP-SUB).          zbnkibrc
035000     MOVE IB-REC-STATUS TO WS-GRP-STATUS (WS-GROUP-SUB).          zbnkibrc
035100 GATHER-ONE-LEG-NEXT.                                             zbnkibrc
035200     PERFORM ADD-LEG-TO-PAIR                                      zbnkibrc
035300         THRU ADD-LEG-TO-PAIR-EXIT.                               zbnkibrc
035400     PERFORM IBRT-GET.                                            zbnkibrc
035500 GATHER-ONE-LEG-EXIT.                                             zbnkibrc
035600     EXIT.                                                        zbnkibrc
035700                                                                  zbnkibrc
035800******************************************************************zbnkibrc
035900* A random read moved the file position - start the browse again *zbnkibrc
036000* at the leg that was in hand and read it back into the record.  *zbnkibrc
036100******************************************************************zbnkibrc
036200 RESUME-BROWSE.                                                   zbnkibrc
036300     MOVE WS-NEXT-KEY TO IB-REC-KEY.                              zbnkibrc
036400     START IBRT-FILE KEY IS NOT LESS THAN IB-REC-KEY.             zbnkibrc
036500     IF WS-IBRT-STATUS NOT = '00'                                 zbnkibrc
036600        MOVE 'IBRT browse could not be resumed'                   zbnkibrc
036700          TO WS-CONSOLE-MESSAGE                                   zbnkibrc
036800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkibrc
036900        MOVE WS-IBRT-STATUS TO WS-IO-STATUS                       zbnkibrc
037000        PERFORM DISPLAY-IO-STATUS                                 zbnkibrc
037100        PERFORM ABORT-PROGRAM                                     zbnkibrc
037200     END-IF.                                                      zbnkibrc
037300     PERFORM IBRT-GET.                                            zbnkibrc
037400                                                                  zbnkibrc
037500******************************************************************zbnkibrc
037600* SETTLE-GROUP                                                   *zbnkibrc
037700* Two legs on opposite sides, each naming the other's branch,    *zbnkibrc
037800* for the same amount and currency are a match; anything else    *zbnkibrc
037900* leaves every leg of the reference unmatched and listed.        *zbnkibrc
038000******************************************************************zbnkibrc
038100 SETTLE-GROUP.                                                    zbnkibrc
038200     MOVE 'N' TO WS-REPOSITION.                                   zbnkibrc
038300     MOVE SPACES TO WS-GROUP-REASON.                              zbnkibrc
038400     EVALUATE TRUE                                                zbnkibrc
038500       WHEN WS-GROUP-COUNT IS EQUAL TO 1                          zbnkibrc
038600         MOVE 'No partner leg' TO WS-GROUP-REASON                 zbnkibrc
038700       WHEN WS-GROUP-COUNT IS GREATER THAN 2                      zbnkibrc
038800         MOVE 'More than two legs' TO WS-GROUP-REASON             zbnkibrc
038900       WHEN WS-GRP-SIDE (1) IS EQUAL TO WS-GRP-SIDE (2)           zbnkibrc
039000         MOVE 'Both legs same side' TO WS-GROUP-REASON            zbnkibrc
039100       WHEN WS-GRP-BRANCH (1) IS NOT EQUAL TO WS-GRP-OTHER (2)    zbnkibrc
039200         OR WS-GRP-BRANCH (2) IS NOT EQUAL TO WS-GRP-OTHER (1)    zbnkibrc
039300         MOVE 'Branches do not agree' TO WS-GROUP-REASON          zbnkibrc
039400       WHEN WS-GRP-AMOUNT (1) IS NOT EQUAL TO WS-GRP-AMOUNT (2)   zbnkibrc
039500         MOVE 'Amounts differ' TO WS-GROUP-REASON                 zbnkibrc
039600       WHEN WS-GRP-CURRENCY (1) IS NOT EQUAL TO                   zbnkibrc
039700            WS-GRP-CURRENCY (2)                                   zbnkibrc
039800         MOVE 'Currencies differ' TO WS-GROUP-REASON              zbnkibrc
039900     END-EVALUATE.                                                zbnkibrc
040000     IF WS-GROUP-REASON IS EQUAL TO SPACES                        zbnkibrc
040100        PERFORM MARK-LEG-MATCHED                                  zbnkibrc
040150            THRU MARK-LEG-MATCHED-EXIT                            zbnkibrc
040200            VARYING WS-GROUP-SUB FROM 1 BY 1                      zbnkibrc
040300              UNTIL WS-GROUP-SUB IS GREATER THAN WS-GROUP-COUNT   zbnkibrc
040400     ELSE                                                         zbnkibrc
040500        PERFORM LIST-GROUP-LEG                                    zbnkibrc
040600            VARYING WS-GROUP-SUB FROM 1 BY 1                      zbnkibrc
040700              UNTIL WS-GROUP-SUB IS GREATER THAN WS-GROUP-COUNT   zbnkibrc
040800     END-IF.                                                      zbnkibrc
040900     MOVE ZERO TO WS-GROUP-COUNT.                                 zbnkibrc
041000 SETTLE-GROUP-EXIT.                                               zbnkibrc
041100     EXIT.                                                        zbnkibrc
041200                                                                  zbnkibrc
041300 MARK-LEG-MATCHED.                                                zbnkibrc
041400     ADD 1 TO WS-LEGS-MATCHED.                                    zbnkibrc
041500     IF WS-GRP-STATUS (WS-GROUP-SUB) IS NOT EQUAL TO SPACE        zbnkibrc
041600        GO TO MARK-LEG-MATCHED-EXIT                               zbnkibrc
041700     END-IF.                                                      zbnkibrc
041800     MOVE 'Y' TO WS-REPOSITION.                                   zbnkibrc
041900     MOVE WS-GRP-KEY (WS-GROUP-SUB) TO IB-REC-KEY.                zbnkibrc
042000     READ IBRT-FILE.                                              zbnkibrc
042100     IF WS-IBRT-STATUS NOT = '00'                                 zbnkibrc
042200        MOVE 'IBRT Error re-reading leg ...' TO WS-CONSOLE-MESSAGEzbnkibrc
042300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkibrc
042400        MOVE WS-IBRT-STATUS TO WS-IO-STATUS                       zbnkibrc
042500        PERFORM DISPLAY-IO-STATUS                                 zbnkibrc
042600        PERFORM ABORT-PROGRAM                                     zbnkibrc
042700     END-IF.                                                      zbnkibrc
042800     SET IB-REC-MATCHED TO TRUE.                                  zbnkibrc
042900     MOVE WS-TODAY-DATE-N TO IB-REC-MATCH-DATE.                   zbnkibrc
043000     PERFORM IBRT-REWRITE.                                        zbnkibrc
043100 MARK-LEG-MATCHED-EXIT.                                           zbnkibrc
043200     EXIT.                                                        zbnkibrc
043300                                                                  zbnkibrc
043400******************************************************************zbnkibrc
043500* List one unmatched leg from the group table, or the leg in     *zbnkibrc
043600* hand when the group table is already full.                     *zbnkibrc
043700******************************************************************zbnkibrc
043800 LIST-GROUP-LEG.                                                  zbnkibrc
043900     MOVE SPACES TO WS-LEG-LINE.                                  zbnkibrc
044000     MOVE WS-GROUP-DATE TO WS-LGL-DATE.                           zbnkibrc
044100     MOVE WS-GROUP-REF TO WS-LGL-REF.                             zbnkibrc
044200     MOVE WS-GRP-BRANCH (WS-GROUP-SUB) TO WS-LGL-BRANCH.          zbnkibrc
044300     MOVE WS-GRP-OTHER (WS-GROUP-SUB) TO WS-LGL-OTHER.            zbnkibrc
044400     IF WS-GRP-SIDE (WS-GROUP-SUB) IS EQUAL TO 'F'                zbnkibrc
044500        MOVE 'Due from' TO WS-LGL-SIDE                            zbnkibrc
044600     ELSE                                                         zbnkibrc
044700        MOVE 'Due to' TO WS-LGL-SIDE                              zbnkibrc
044800     END-IF.                                                      zbnkibrc
044900     MOVE WS-GRP-AMOUNT (WS-GROUP-SUB) TO WS-LGL-AMOUNT.          zbnkibrc
045000     MOVE WS-GRP-CURRENCY (WS-GROUP-SUB) TO WS-LGL-CURRENCY.      zbnkibrc
045100     MOVE WS-GRP-TYPE (WS-GROUP-SUB) TO WS-LGL-TYPE.              zbnkibrc
045200     IF WS-GRP-ACCNO (WS-GROUP-SUB) IS EQUAL TO SPACES            zbnkibrc
045300        MOVE WS-GRP-TELLER (WS-GROUP-SUB) TO WS-LGL-ACCNO         zbnkibrc
045400     ELSE                                                         zbnkibrc
045500        MOVE WS-GRP-ACCNO (WS-GROUP-SUB) TO WS-LGL-ACCNO          zbnkibrc
045600     END-IF.                                                      zbnkibrc
045700     PERFORM WRITE-LEG-LINE.                                      zbnkibrc
045800                                                                  zbnkibrc
045900 LIST-CURRENT-LEG.                                                zbnkibrc
046000     MOVE SPACES TO WS-LEG-LINE.                                  zbnkibrc
046100     MOVE IB-REC-DATE TO WS-LGL-DATE.                             zbnkibrc
046200     MOVE IB-REC-REF TO WS-LGL-REF.                               zbnkibrc
046300     MOVE IB-REC-BRANCH TO WS-LGL-BRANCH.                         zbnkibrc
046400     MOVE IB-REC-OTHER-BRANCH TO WS-LGL-OTHER.                    zbnkibrc
046500     IF IB-REC-DUE-FROM                                           zbnkibrc
046600        MOVE 'Due from' TO WS-LGL-SIDE                            zbnkibrc
046700     ELSE                                                         zbnkibrc
046800        MOVE 'Due to' TO WS-LGL-SIDE                              zbnkibrc
046900     END-IF.                                                      zbnkibrc
047000     MOVE IB-REC-AMOUNT TO WS-LGL-AMOUNT.                         zbnkibrc
047100     MOVE IB-REC-CURRENCY TO WS-LGL-CURRENCY.                     zbnkibrc
047200     MOVE IB-REC-TXN-TYPE TO WS-LGL-TYPE.                         zbnkibrc
047300     IF IB-REC-ACCNO IS EQUAL TO SPACES                           zbnkibrc
047400        MOVE IB-REC-TELLER TO WS-LGL-ACCNO                        zbnkibrc
047500     ELSE                                                         zbnkibrc
047600        MOVE IB-REC-ACCNO TO WS-LGL-ACCNO                         zbnkibrc
047700     END-IF.                                                      zbnkibrc
047800     PERFORM WRITE-LEG-LINE.                                      zbnkibrc
047900                                                                  zbnkibrc
048000 WRITE-LEG-LINE.                                                  zbnkibrc
048100     ADD 1 TO WS-LEGS-UNMATCHED.                                  zbnkibrc
048200     COMPUTE WS-AGE-DAYS =                                        zbnkibrc
048300         FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE-N)               zbnkibrc
048400         - FUNCTION INTEGER-OF-DATE (WS-LGL-DATE).                zbnkibrc
048500     MOVE WS-AGE-DAYS TO WS-LGL-AGE.                              zbnkibrc
048600     IF WS-AGE-DAYS IS GREATER THAN WS-AGED-DAYS                  zbnkibrc
048700        MOVE 'AGED' TO WS-LGL-AGED                                zbnkibrc
048800        ADD 1 TO WS-LEGS-AGED                                     zbnkibrc
048900     END-IF.                                                      zbnkibrc
049000     MOVE WS-GROUP-REASON TO WS-LGL-REASON.                       zbnkibrc
049100     MOVE WS-LEG-LINE TO PRINTOUT-REC.                            zbnkibrc
049200     PERFORM PRINTOUT-PUT.                                        zbnkibrc
049300                                                                  zbnkibrc
049400******************************************************************zbnkibrc
049500* ADD-LEG-TO-PAIR                                                *zbnkibrc
049600* Add the leg in hand to its branch pair - a due-from leg is     *zbnkibrc
049700* owed to its branch, a due-to leg is owed by it. Today's legs   *zbnkibrc
049800* also go to the day's movement.                                 *zbnkibrc
049900******************************************************************zbnkibrc
050000 ADD-LEG-TO-PAIR.                                                 zbnkibrc
050100     IF IB-REC-BRANCH IS LESS THAN IB-REC-OTHER-BRANCH            zbnkibrc
050200        MOVE IB-REC-BRANCH TO WS-LEG-LOW                          zbnkibrc
050300        MOVE IB-REC-OTHER-BRANCH TO WS-LEG-HIGH                   zbnkibrc
050400     ELSE                                                         zbnkibrc
050500        MOVE IB-REC-OTHER-BRANCH TO WS-LEG-LOW                    zbnkibrc
050600        MOVE IB-REC-BRANCH TO WS-LEG-HIGH                         zbnkibrc
050700     END-IF.                                                      zbnkibrc
050800     IF IB-REC-DUE-FROM                                           zbnkibrc
050900        MOVE IB-REC-AMOUNT TO WS-LEG-POSITION                     zbnkibrc
051000     ELSE                                                         zbnkibrc
051100        COMPUTE WS-LEG-POSITION = ZERO - IB-REC-AMOUNT            zbnkibrc
051200     END-IF.                                                      zbnkibrc
051300     PERFORM FIND-PAIR-STEP                                       zbnkibrc
051400         VARYING WS-PAIR-SUB FROM 1 BY 1                          zbnkibrc
051500           UNTIL WS-PAIR-SUB IS GREATER THAN WS-PAIR-COUNT        zbnkibrc
051600              OR (WS-PAIR-LOW (WS-PAIR-SUB) IS EQUAL TO WS-LEG-LOWzbnkibrc
051700              AND WS-PAIR-HIGH (WS-PAIR-SUB) IS EQUAL TO          zbnkibrc
051800                  WS-LEG-HIGH).                                   zbnkibrc
051900     IF WS-PAIR-SUB IS GREATER THAN WS-PAIR-COUNT                 zbnkibrc
052000        IF WS-PAIR-COUNT IS NOT LESS THAN WS-PAIR-MAX             zbnkibrc
052100           MOVE 'Branch pair table full' TO WS-CONSOLE-MESSAGE    zbnkibrc
052200           PERFORM ABORT-PROGRAM                                  zbnkibrc
052300        END-IF                                                    zbnkibrc
052400        ADD 1 TO WS-PAIR-COUNT                                    zbnkibrc
052500        MOVE WS-PAIR-COUNT TO WS-PAIR-SUB                         zbnkibrc
052600        MOVE WS-LEG-LOW TO WS-PAIR-LOW (WS-PAIR-SUB)              zbnkibrc
052700        MOVE WS-LEG-HIGH TO WS-PAIR-HIGH (WS-PAIR-SUB)            zbnkibrc
052800        MOVE ZERO TO WS-PAIR-LOW-DAY (WS-PAIR-SUB)                zbnkibrc
052900        MOVE ZERO TO WS-PAIR-HIGH-DAY (WS-PAIR-SUB)               zbnkibrc
053000        MOVE ZERO TO WS-PAIR-LOW-BAL (WS-PAIR-SUB)                zbnkibrc
053100        MOVE ZERO TO WS-PAIR-HIGH-BAL (WS-PAIR-SUB)               zbnkibrc
053200     END-IF.                                                      zbnkibrc
053300     IF IB-REC-BRANCH IS EQUAL TO WS-LEG-LOW                      zbnkibrc
053400        ADD WS-LEG-POSITION TO WS-PAIR-LOW-BAL (WS-PAIR-SUB)      zbnkibrc
053500        IF IB-REC-DATE IS EQUAL TO WS-TODAY-DATE-N                zbnkibrc
053600           ADD WS-LEG-POSITION TO WS-PAIR-LOW-DAY (WS-PAIR-SUB)   zbnkibrc
053700        END-IF                                                    zbnkibrc
053800     ELSE                                                         zbnkibrc
053900        ADD WS-LEG-POSITION TO WS-PAIR-HIGH-BAL (WS-PAIR-SUB)     zbnkibrc
054000        IF IB-REC-DATE IS EQUAL TO WS-TODAY-DATE-N                zbnkibrc
054100           ADD WS-LEG-POSITION TO WS-PAIR-HIGH-DAY (WS-PAIR-SUB)  zbnkibrc
054200        END-IF                                                    zbnkibrc
054300     END-IF.                                                      zbnkibrc
054400 ADD-LEG-TO-PAIR-EXIT.                                            zbnkibrc
054500     EXIT.                                                        zbnkibrc
054600                                                                  zbnkibrc
054700 FIND-PAIR-STEP.                                                  zbnkibrc
054800     CONTINUE.                                                    zbnkibrc
054900                                                                  zbnkibrc
055000******************************************************************zbnkibrc
055100* WRITE-ONE-PAIR                                                 *zbnkibrc
055200* The pair is in balance when the two positions cancel, both for *zbnkibrc
055300* the balance carried and for today's movement.                  *zbnkibrc
055400******************************************************************zbnkibrc
055500 WRITE-ONE-PAIR.                                                  zbnkibrc
055600     MOVE WS-PAIR-LOW (WS-PAIR-SUB) TO WS-PRL-LOW.                zbnkibrc
055700     MOVE WS-PAIR-HIGH (WS-PAIR-SUB) TO WS-PRL-HIGH.              zbnkibrc
055800     MOVE WS-PAIR-LOW-DAY (WS-PAIR-SUB) TO WS-PRL-LOW-DAY.        zbnkibrc
055900     MOVE WS-PAIR-HIGH-DAY (WS-PAIR-SUB) TO WS-PRL-HIGH-DAY.      zbnkibrc
056000     MOVE WS-PAIR-LOW-BAL (WS-PAIR-SUB) TO WS-PRL-LOW-BAL.        zbnkibrc
056100     MOVE WS-PAIR-HIGH-BAL (WS-PAIR-SUB) TO WS-PRL-HIGH-BAL.      zbnkibrc
056200     COMPUTE WS-PAIR-DIFFERENCE =                                 zbnkibrc
056300         WS-PAIR-LOW-BAL (WS-PAIR-SUB)                            zbnkibrc
056400         + WS-PAIR-HIGH-BAL (WS-PAIR-SUB).                        zbnkibrc
056500     MOVE WS-PAIR-DIFFERENCE TO WS-PRL-DIFFERENCE.                zbnkibrc
056600     IF WS-PAIR-DIFFERENCE IS EQUAL TO ZERO AND                   zbnkibrc
056700        WS-PAIR-LOW-DAY (WS-PAIR-SUB)                             zbnkibrc
056800        + WS-PAIR-HIGH-DAY (WS-PAIR-SUB) IS EQUAL TO ZERO         zbnkibrc
056900        MOVE 'In balance' TO WS-PRL-STATUS                        zbnkibrc
057000     ELSE                                                         zbnkibrc
057100        MOVE 'OUT OF BALANCE' TO WS-PRL-STATUS                    zbnkibrc
057200        ADD 1 TO WS-PAIRS-OUT                                     zbnkibrc
057300     END-IF.                                                      zbnkibrc
057400     MOVE WS-PAIR-LINE TO PRINTOUT-REC.                           zbnkibrc
057500     PERFORM PRINTOUT-PUT.                                        zbnkibrc
057600                                                                  zbnkibrc
057700******************************************************************zbnkibrc
057800* WRITE-LEG-HEADING / WRITE-PAIR-HEADING / WRITE-REPORT-TOTALS   *zbnkibrc
057900******************************************************************zbnkibrc
058000 WRITE-LEG-HEADING.                                               zbnkibrc
058100     MOVE SPACES TO WS-REPORT-LINE.                               zbnkibrc
058200     STRING 'Inter-Branch Reconciliation - run date '             zbnkibrc
058300                                      DELIMITED BY SIZE           zbnkibrc
058400            WS-RUN-DATE-DISPLAY       DELIMITED BY SIZE           zbnkibrc
058500       INTO WS-REPORT-LINE.                                       zbnkibrc
058600     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkibrc
058700     PERFORM PRINTOUT-PUT.                                        zbnkibrc
058800     MOVE SPACES TO PRINTOUT-REC.                                 zbnkibrc
058900     PERFORM PRINTOUT-PUT.                                        zbnkibrc
059000     MOVE WS-AGED-DAYS TO WS-AGED-DAYS-D.                         zbnkibrc
059100     MOVE SPACES TO WS-REPORT-LINE.                               zbnkibrc
059200     STRING 'Unmatched legs - aged after ' DELIMITED BY SIZE      zbnkibrc
059300            WS-AGED-DAYS-D                 DELIMITED BY SIZE      zbnkibrc
059400            ' days'                        DELIMITED BY SIZE      zbnkibrc
059500       INTO WS-REPORT-LINE.                                       zbnkibrc
059600     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkibrc
059700     PERFORM PRINTOUT-PUT.                                        zbnkibrc
059800     MOVE SPACES TO WS-REPORT-LINE.                               zbnkibrc
059900     MOVE 'Date' TO WS-REPORT-LINE (1:4).                         zbnkibrc
060000     MOVE 'Reference' TO WS-REPORT-LINE (11:9).                   zbnkibrc
060100     MOVE 'Br   Oth  Side' TO WS-REPORT-LINE (27:14).             zbnkibrc
060200     MOVE 'Amount' TO WS-REPORT-LINE (52:6).                      zbnkibrc
060300     MOVE 'Ccy  Typ  Acct/till' TO WS-REPORT-LINE (60:19).        zbnkibrc
060400     MOVE 'Age  Reason' TO WS-REPORT-LINE (83:11).                zbnkibrc
060500     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkibrc
060600     PERFORM PRINTOUT-PUT.                                        zbnkibrc
060700                                                                  zbnkibrc
060800 WRITE-PAIR-HEADING.                                              zbnkibrc
060900     MOVE SPACES TO PRINTOUT-REC.                                 zbnkibrc
061000     PERFORM PRINTOUT-PUT.                                        zbnkibrc
061100     MOVE 'Branch pair proof' TO PRINTOUT-REC.                    zbnkibrc
061200     PERFORM PRINTOUT-PUT.                                        zbnkibrc
061300     MOVE SPACES TO WS-REPORT-LINE.                               zbnkibrc
061400     MOVE 'Br   Br' TO WS-REPORT-LINE (1:7).                      zbnkibrc
061500     MOVE 'Today (1)' TO WS-REPORT-LINE (17:9).                   zbnkibrc
061600     MOVE 'Today (2)' TO WS-REPORT-LINE (34:9).                   zbnkibrc
061700     MOVE 'Balance (1)' TO WS-REPORT-LINE (49:11).                zbnkibrc
061800     MOVE 'Balance (2)' TO WS-REPORT-LINE (66:11).                zbnkibrc
061900     MOVE 'Difference' TO WS-REPORT-LINE (84:10).                 zbnkibrc
062000     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkibrc
062100     PERFORM PRINTOUT-PUT.                                        zbnkibrc
062200                                                                  zbnkibrc
062300 WRITE-REPORT-TOTALS.                                             zbnkibrc
062400     MOVE SPACES TO PRINTOUT-REC.                                 zbnkibrc
062500     PERFORM PRINTOUT-PUT.                                        zbnkibrc
062600     MOVE WS-LEGS-READ TO WS-COUNT-D.                             zbnkibrc
062700     MOVE SPACES TO WS-REPORT-LINE.                               zbnkibrc
062800     STRING 'Legs on file:        ' DELIMITED BY SIZE             zbnkibrc
062900            WS-COUNT-D              DELIMITED BY SIZE             zbnkibrc
063000       INTO WS-REPORT-LINE.                                       zbnkibrc
063100     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkibrc
063200     PERFORM PRINTOUT-PUT.                                        zbnkibrc
063300     MOVE WS-LEGS-UNMATCHED TO WS-COUNT-D.                        zbnkibrc
063400     MOVE SPACES TO WS-REPORT-LINE.                               zbnkibrc
063500     STRING 'Legs unmatched:      ' DELIMITED BY SIZE             zbnkibrc
063600            WS-COUNT-D              DELIMITED BY SIZE             zbnkibrc
063700       INTO WS-REPORT-LINE.                                       zbnkibrc
063800     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkibrc
063900     PERFORM PRINTOUT-PUT.                                        zbnkibrc
064000     MOVE WS-LEGS-AGED TO WS-COUNT-D.                             zbnkibrc
064100     MOVE SPACES TO WS-REPORT-LINE.                               zbnkibrc
064200     STRING 'Legs aged:           ' DELIMITED BY SIZE             zbnkibrc
064300            WS-COUNT-D              DELIMITED BY SIZE             zbnkibrc
064400       INTO WS-REPORT-LINE.                                       zbnkibrc
064500     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkibrc
064600     PERFORM PRINTOUT-PUT.                                        zbnkibrc
064700     MOVE WS-PAIRS-OUT TO WS-COUNT-D.                             zbnkibrc
064800     MOVE SPACES TO WS-REPORT-LINE.                               zbnkibrc
064900     STRING 'Pairs out of balance:' DELIMITED BY SIZE             zbnkibrc
065000            WS-COUNT-D              DELIMITED BY SIZE             zbnkibrc
065100       INTO WS-REPORT-LINE.                                       zbnkibrc
065200     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkibrc
065300     PERFORM PRINTOUT-PUT.                                        zbnkibrc
065400                                                                  zbnkibrc
065500******************************************************************zbnkibrc
065600* PRINT-JOB-SUMMARY                                              *zbnkibrc
065700******************************************************************zbnkibrc
065800 PRINT-JOB-SUMMARY.                                               zbnkibrc
065900     PERFORM JOBSUM-OPEN.                                         zbnkibrc
066000     MOVE SPACES TO JOBSUM-REC.                                   zbnkibrc
066100     STRING 'Inter-branch legs read:      ' DELIMITED BY SIZE     zbnkibrc
066200            WS-LEGS-READ DELIMITED BY SIZE                        zbnkibrc
066300       INTO JOBSUM-REC.                                           zbnkibrc
066400     PERFORM JOBSUM-PUT.                                          zbnkibrc
066500     MOVE SPACES TO JOBSUM-REC.                                   zbnkibrc
066600     STRING 'Legs matched:                ' DELIMITED BY SIZE     zbnkibrc
066700            WS-LEGS-MATCHED DELIMITED BY SIZE                     zbnkibrc
066800       INTO JOBSUM-REC.                                           zbnkibrc
066900     PERFORM JOBSUM-PUT.                                          zbnkibrc
067000     MOVE SPACES TO JOBSUM-REC.                                   zbnkibrc
067100     STRING 'Legs unmatched:              ' DELIMITED BY SIZE     zbnkibrc
067200            WS-LEGS-UNMATCHED DELIMITED BY SIZE                   zbnkibrc
067300       INTO JOBSUM-REC.                                           zbnkibrc
067400     PERFORM JOBSUM-PUT.                                          zbnkibrc
067500     MOVE SPACES TO JOBSUM-REC.                                   zbnkibrc
067600     STRING 'Legs aged:                   ' DELIMITED BY SIZE     zbnkibrc
067700            WS-LEGS-AGED DELIMITED BY SIZE                        zbnkibrc
067800       INTO JOBSUM-REC.                                           zbnkibrc
067900     PERFORM JOBSUM-PUT.                                          zbnkibrc
068000     MOVE SPACES TO JOBSUM-REC.                                   zbnkibrc
068100     STRING 'Branch pairs out of balance: ' DELIMITED BY SIZE     zbnkibrc
068200            WS-PAIRS-OUT DELIMITED BY SIZE                        zbnkibrc
068300       INTO JOBSUM-REC.                                           zbnkibrc
068400     PERFORM JOBSUM-PUT.                                          zbnkibrc
068500     PERFORM JOBSUM-CLOSE.                                        zbnkibrc
068600     MOVE 'Job summary written to JOBSUM'                         zbnkibrc
068700       TO WS-CONSOLE-MESSAGE.                                     zbnkibrc
068800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkibrc
068900                                                                  zbnkibrc
069000******************************************************************zbnkibrc
069100* Open, access and close the IBRT file.                          *zbnkibrc
069200******************************************************************zbnkibrc
069300 IBRT-OPEN.                                                       zbnkibrc
069400     OPEN I-O IBRT-FILE.                                          zbnkibrc
069500     IF WS-IBRT-STATUS = '00'                                     zbnkibrc
069600        MOVE 'IBRT file opened OK' TO WS-CONSOLE-MESSAGE          zbnkibrc
069700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkibrc
069800     ELSE                                                         zbnkibrc
069900        MOVE 'IBRT file open failure...' TO WS-CONSOLE-MESSAGE    zbnkibrc
070000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkibrc
070100        MOVE WS-IBRT-STATUS TO WS-IO-STATUS                       zbnkibrc
070200        PERFORM DISPLAY-IO-STATUS                                 zbnkibrc
070300        PERFORM ABORT-PROGRAM                                     zbnkibrc
070400     END-IF.                                                      zbnkibrc
070500                                                                  zbnkibrc
070600 IBRT-GET.                                                        zbnkibrc
070700     READ IBRT-FILE NEXT RECORD.                                  zbnkibrc
070800     IF WS-IBRT-STATUS NOT = '00'                                 zbnkibrc
070900        IF WS-IBRT-STATUS = '10'                                  zbnkibrc
071000           MOVE 'YES' TO WS-END-OF-IBRT                           zbnkibrc
071100        ELSE                                                      zbnkibrc
071200           MOVE 'IBRT Error reading file ...'                     zbnkibrc
071300             TO WS-CONSOLE-MESSAGE                                zbnkibrc
071400           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkibrc
071500           MOVE WS-IBRT-STATUS TO WS-IO-STATUS                    zbnkibrc
071600           PERFORM DISPLAY-IO-STATUS                              zbnkibrc
071700           PERFORM ABORT-PROGRAM                                  zbnkibrc
071800        END-IF                                                    zbnkibrc
071900     END-IF.                                                      zbnkibrc
072000                                                                  zbnkibrc
072100 IBRT-REWRITE.                                                    zbnkibrc
072200     REWRITE IBRT-FILE-REC.                                       zbnkibrc
072300     IF WS-IBRT-STATUS NOT = '00'                                 zbnkibrc
072400        MOVE 'IBRT Error rewriting file ...'                      zbnkibrc
072500          TO WS-CONSOLE-MESSAGE                                   zbnkibrc
072600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkibrc
072700        MOVE WS-IBRT-STATUS TO WS-IO-STATUS                       zbnkibrc
072800        PERFORM DISPLAY-IO-STATUS                                 zbnkibrc
072900        PERFORM ABORT-PROGRAM                                     zbnkibrc
073000     END-IF.                                                      zbnkibrc
073100                                                                  zbnkibrc
073200 IBRT-CLOSE.                                                      zbnkibrc
073300     CLOSE IBRT-FILE.                                             zbnkibrc
073400     IF WS-IBRT-STATUS = '00'                                     zbnkibrc
073500        MOVE 'IBRT file closed OK' TO WS-CONSOLE-MESSAGE          zbnkibrc
073600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkibrc
073700     ELSE                                                         zbnkibrc
073800        MOVE 'IBRT file close failure...' TO WS-CONSOLE-MESSAGE   zbnkibrc
073900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkibrc
074000        MOVE WS-IBRT-STATUS TO WS-IO-STATUS                       zbnkibrc
074100        PERFORM DISPLAY-IO-STATUS                                 zbnkibrc
074200        PERFORM ABORT-PROGRAM                                     zbnkibrc
074300     END-IF.                                                      zbnkibrc
074400                                                                  zbnkibrc
074500******************************************************************zbnkibrc
074600* Open, access and close the PRINTOUT file.                      *zbnkibrc
074700******************************************************************zbnkibrc
074800 PRINTOUT-OPEN.                                                   zbnkibrc
074900     OPEN OUTPUT PRINTOUT-FILE.                                   zbnkibrc
075000     IF WS-PRINTOUT-STATUS = '00'                                 zbnkibrc
075100        MOVE 'PRINTOUT file opened OK' TO WS-CONSOLE-MESSAGE      zbnkibrc
075200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkibrc
075300     ELSE                                                         zbnkibrc
075400        MOVE 'PRINTOUT file open failure...' TO WS-CONSOLE-MESSAGEzbnkibrc
075500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkibrc
075600        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkibrc
075700        PERFORM DISPLAY-IO-STATUS                                 zbnkibrc
075800        PERFORM ABORT-PROGRAM                                     zbnkibrc
075900     END-IF.                                                      zbnkibrc
076000                                                                  zbnkibrc
076100 PRINTOUT-PUT.                                                    zbnkibrc
076200     WRITE PRINTOUT-REC.                                          zbnkibrc
076300     IF WS-PRINTOUT-STATUS NOT = '00'                             zbnkibrc
076400        MOVE 'PRINTOUT Error writing file ...'                    zbnkibrc
076500          TO WS-CONSOLE-MESSAGE                                   zbnkibrc
076600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkibrc
076700        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkibrc
076800        PERFORM DISPLAY-IO-STATUS                                 zbnkibrc
076900        PERFORM ABORT-PROGRAM                                     zbnkibrc
077000     END-IF.                                                      zbnkibrc
077100                                                                  zbnkibrc
077200 PRINTOUT-CLOSE.                                                  zbnkibrc
077300     CLOSE PRINTOUT-FILE.                                         zbnkibrc
077400     IF WS-PRINTOUT-STATUS = '00'                                 zbnkibrc
077500        MOVE 'PRINTOUT file closed OK' TO WS-CONSOLE-MESSAGE      zbnkibrc
077600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkibrc
077700     ELSE                                                         zbnkibrc
077800        MOVE 'PRINTOUT file close failure...'                     zbnkibrc
077900          TO WS-CONSOLE-MESSAGE                                   zbnkibrc
078000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkibrc
078100        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkibrc
078200        PERFORM DISPLAY-IO-STATUS                                 zbnkibrc
078300        PERFORM ABORT-PROGRAM                                     zbnkibrc
078400     END-IF.                                                      zbnkibrc
078500                                                                  zbnkibrc
078600                                                                  zbnkibrc
078700 JOBSUM-OPEN.                                                     zbnkibrc
078800     OPEN OUTPUT JOBSUM-FILE.                                     zbnkibrc
078900     IF WS-JOBSUM-STATUS = '00'                                   zbnkibrc
079000        MOVE 'JOBSUM file opened OK' TO WS-CONSOLE-MESSAGE        zbnkibrc
079100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkibrc
079200     ELSE                                                         zbnkibrc
079300        MOVE 'JOBSUM file open failure...' TO WS-CONSOLE-MESSAGE  zbnkibrc
079400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkibrc
079500        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkibrc
079600        PERFORM DISPLAY-IO-STATUS                                 zbnkibrc
079700        PERFORM ABORT-PROGRAM                                     zbnkibrc
079800     END-IF.                                                      zbnkibrc
079900                                                                  zbnkibrc
080000 JOBSUM-PUT.                                                      zbnkibrc
080100     WRITE JOBSUM-REC.                                            zbnkibrc
080200     IF WS-JOBSUM-STATUS NOT = '00'                               zbnkibrc
080300        MOVE 'JOBSUM Error writing file ...' TO WS-CONSOLE-MESSAGEzbnkibrc
080400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkibrc
080500        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkibrc
080600        PERFORM DISPLAY-IO-STATUS                                 zbnkibrc
080700        PERFORM ABORT-PROGRAM                                     zbnkibrc
080800     END-IF.                                                      zbnkibrc
080900                                                                  zbnkibrc
081000 JOBSUM-CLOSE.                                                    zbnkibrc
081100     CLOSE JOBSUM-FILE.                                           zbnkibrc
081200     IF WS-JOBSUM-STATUS = '00'                                   zbnkibrc
081300        MOVE 'JOBSUM file closed OK' TO WS-CONSOLE-MESSAGE        zbnkibrc
081400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkibrc
081500     ELSE                                                         zbnkibrc
081600        MOVE 'JOBSUM file close failure...' TO WS-CONSOLE-MESSAGE zbnkibrc
081700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkibrc
081800        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkibrc
081900        PERFORM DISPLAY-IO-STATUS                                 zbnkibrc
082000        PERFORM ABORT-PROGRAM                                     zbnkibrc
082100     END-IF.                                                      zbnkibrc
082200                                                                  zbnkibrc
082300******************************************************************zbnkibrc
082400* Run-control hooks. The START call blocks this job when it has  *zbnkibrc
082500* already completed for the business date or a prerequisite has  *zbnkibrc
082600* not, and records the start on BNKRUNC; the END call records    *zbnkibrc
082700* the end time and return code. See URUNCTL.CBL.                 *zbnkibrc
082800******************************************************************zbnkibrc
082900 RUN-CONTROL-START.                                               zbnkibrc
083000     SET RUNCTL-START TO TRUE.                                    zbnkibrc
083100     MOVE 'ZBNKIBRC' TO RUNCTL-JOB.                               zbnkibrc
083200     MOVE ZERO TO RUNCTL-BUSDATE.                                 zbnkibrc
083300     MOVE ZERO TO RUNCTL-RETURN-CODE.                             zbnkibrc
083400     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkibrc
083500     IF RUNCTL-BLOCKED                                            zbnkibrc
083600        MOVE RUNCTL-REPLY-TEXT TO WS-CONSOLE-MESSAGE              zbnkibrc
083700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkibrc
083800        MOVE 'Run control blocked this run' TO WS-CONSOLE-MESSAGE zbnkibrc
083900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkibrc
084000        MOVE 8 TO RETURN-CODE                                     zbnkibrc
084100        GOBACK                                                    zbnkibrc
084200     END-IF.                                                      zbnkibrc
084300 RUN-CONTROL-START-EXIT.                                          zbnkibrc
084400     EXIT.                                                        zbnkibrc
084500                                                                  zbnkibrc
084600 RUN-CONTROL-END.                                                 zbnkibrc
084700     SET RUNCTL-END TO TRUE.                                      zbnkibrc
084800     MOVE RETURN-CODE TO RUNCTL-RETURN-CODE.                      zbnkibrc
084900     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkibrc
085000                                                                  zbnkibrc
085100******************************************************************zbnkibrc
085200* Display the file status bytes                                  *zbnkibrc
085300******************************************************************zbnkibrc
085400 DISPLAY-IO-STATUS.                                               zbnkibrc
085500     IF WS-IO-STATUS NUMERIC                                      zbnkibrc
085600        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkibrc
085700        STRING 'File status -' DELIMITED BY SIZE                  zbnkibrc
085800               WS-IO-STATUS DELIMITED BY SIZE                     zbnkibrc
085900          INTO WS-CONSOLE-MESSAGE                                 zbnkibrc
086000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkibrc
086100     ELSE                                                         zbnkibrc
086200        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     zbnkibrc
086300        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    zbnkibrc
086400        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkibrc
086500        STRING 'File status -' DELIMITED BY SIZE                  zbnkibrc
086600               WS-IO-STAT1 DELIMITED BY SIZE                      zbnkibrc
086700               '/' DELIMITED BY SIZE                              zbnkibrc
086800               WS-TWO-BYTES DELIMITED BY SIZE                     zbnkibrc
086900          INTO WS-CONSOLE-MESSAGE                                 zbnkibrc
087000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkibrc
087100     END-IF.                                                      zbnkibrc
087200                                                                  zbnkibrc
087300******************************************************************zbnkibrc
087400* 'ABORT' the program. Post a message and issue a goback         *zbnkibrc
087500******************************************************************zbnkibrc
087600 ABORT-PROGRAM.                                                   zbnkibrc
087700     IF WS-CONSOLE-MESSAGE NOT = SPACES                           zbnkibrc
087800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkibrc
087900     END-IF.                                                      zbnkibrc
088000     MOVE 'Program is abending...' TO WS-CONSOLE-MESSAGE.         zbnkibrc
088100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkibrc
088200     MOVE 16 TO RETURN-CODE.                                      zbnkibrc
088300     GOBACK.                                                      zbnkibrc
088400                                                                  zbnkibrc
088500******************************************************************zbnkibrc
088600* Display CONSOLE messages...                                    *zbnkibrc
088700******************************************************************zbnkibrc
088800 DISPLAY-CONSOLE-MESSAGE.                                         zbnkibrc
088900     DISPLAY 'ZBNKIBRC - ' WS-CONSOLE-MESSAGE                     zbnkibrc
089000       UPON CONSOLE.                                              zbnkibrc
089100     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       zbnkibrc
