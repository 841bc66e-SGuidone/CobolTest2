000100******************************************************************zbnkachv
000200*                                                                *zbnkachv
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.    *zbnkachv
000400*   This demonstration program is provided for use by users      *zbnkachv
000500*   of Micro Focus products and may be used, modified and        *zbnkachv
000600*   distributed as part of your application provided that        *zbnkachv
000700*   you properly acknowledge the copyright of Micro Focus        *zbnkachv
000800*   in this material.                                            *zbnkachv
000900*                                                                *zbnkachv
001000******************************************************************zbnkachv
001100                                                                  zbnkachv
001200******************************************************************zbnkachv
001300* ZBNKACHV.CBL                                                   *zbnkachv
001400* Function:    Nightly verification of the BNKAUDT audit chain.  *zbnkachv
001500*              Walks the BNKACHN links in order and proves each  *zbnkachv
001600*              one: no place missing, every live record still on *zbnkachv
001700*              BNKAUDT with the keyed hash (UAUDHSH) it was      *zbnkachv
001800*              written with, each record carrying the hash of    *zbnkachv
001900*              the one before, the last link matching the chain  *zbnkachv
002000*              head and last night's sealed link unchanged. A    *zbnkachv
002100*              record the customer purge removed must be gone,   *zbnkachv
002200*              its link marked purged. Then browses BNKAUDT so a *zbnkachv
002300*              record added outside the chain is caught too.     *zbnkachv
002400*              Every break is listed and the job ends with return*zbnkachv
002500*              code 12. Writes the day's seal - the keyed hash of*zbnkachv
002600*              the day's count, the chain's last place and hash  *zbnkachv
002700*              and the previous seal - to AUDSEAL for the        *zbnkachv
002800*              external archive and registers it with UOUTCTL.   *zbnkachv
002900*              The seal is kept on the chain head only when the  *zbnkachv
003000*              chain verified.                                   *zbnkachv
003100******************************************************************zbnkachv
003200 IDENTIFICATION DIVISION.                                         zbnkachv
003300 PROGRAM-ID.                                                      zbnkachv
003400     ZBNKACHV.                                                    zbnkachv
003500 DATE-WRITTEN.                                                    zbnkachv
003600     October 2026.                                                zbnkachv
003700 DATE-COMPILED.                                                   zbnkachv
003800     Today.                                                       zbnkachv
003900                                                                  zbnkachv
004000 ENVIRONMENT DIVISION.                                            zbnkachv
004100 INPUT-OUTPUT   SECTION.                                          zbnkachv
004200   FILE-CONTROL.                                                  zbnkachv
004300     SELECT ACHN-FILE                                             zbnkachv
004400            ASSIGN       TO BNKACHN                               zbnkachv
004500            ORGANIZATION IS INDEXED                               zbnkachv
004600            ACCESS MODE  IS DYNAMIC                               zbnkachv
004700            RECORD KEY   IS CN-REC-SEQ                            zbnkachv
004800            FILE STATUS  IS WS-ACHN-STATUS.                       zbnkachv
004900     SELECT AUDT-FILE                                             zbnkachv
005000            ASSIGN       TO BNKAUDT                               zbnkachv
005100            ORGANIZATION IS INDEXED                               zbnkachv
005200            ACCESS MODE  IS DYNAMIC                               zbnkachv
005300            RECORD KEY   IS AD-REC-KEY                            zbnkachv
005400            FILE STATUS  IS WS-AUDT-STATUS.                       zbnkachv
005500     SELECT SEAL-FILE                                             zbnkachv
005600            ASSIGN       TO AUDSEAL                               zbnkachv
005700            ORGANIZATION IS SEQUENTIAL                            zbnkachv
005800            ACCESS MODE  IS SEQUENTIAL                            zbnkachv
005900            FILE STATUS  IS WS-SEAL-STATUS.                       zbnkachv
006000     SELECT PRINTOUT-FILE                                         zbnkachv
006100            ASSIGN       TO PRINTOUT                              zbnkachv
006200            ORGANIZATION IS SEQUENTIAL                            zbnkachv
006300            ACCESS MODE  IS SEQUENTIAL                            zbnkachv
006400            FILE STATUS  IS WS-PRINTOUT-STATUS.                   zbnkachv
006500     SELECT JOBSUM-FILE                                           zbnkachv
006600            ASSIGN       TO JOBSUM                                zbnkachv
006700            ORGANIZATION IS SEQUENTIAL                            zbnkachv
006800            ACCESS MODE  IS SEQUENTIAL                            zbnkachv
006900            FILE STATUS  IS WS-JOBSUM-STATUS.                     zbnkachv
007000                                                                  zbnkachv
007100 DATA DIVISION.                                                   zbnkachv
007200 FILE SECTION.                                                    zbnkachv
007300                                                                  zbnkachv
007400 FD  ACHN-FILE.                                                   zbnkachv
007500 01  ACHN-FILE-REC.                                               zbnkachv
007600 COPY CBANKVCN.                                                   zbnkachv
007700                                                                  zbnkachv
007800 FD  AUDT-FILE.                                                   zbnkachv
007900 01  AUDT-FILE-REC.                                               zbnkachv
008000 COPY CBANKVAD.                                                   zbnkachv
008100                                                                  zbnkachv
008200 FD  SEAL-FILE.                                                   zbnkachv
008300 01  SEAL-REC                          PIC X(80).                 zbnkachv
008400                                                                  zbnkachv
008500 FD  PRINTOUT-FILE.                                               zbnkachv
008600 01  PRINTOUT-REC                      PIC X(121).                zbnkachv
008700                                                                  zbnkachv
008800 FD  JOBSUM-FILE.                                                 zbnkachv
008900 01  JOBSUM-REC                        PIC X(80).                 zbnkachv
009000                                                                  zbnkachv
009100 WORKING-STORAGE SECTION.                                         zbnkachv
009200 01  WS-RUN-CONTROL.                                              zbnkachv
009300 COPY CRUNCTLD.                                                   zbnkachv
009400 01  WS-FILE-STATUSES.                                            zbnkachv
009500   05  WS-ACHN-STATUS.                                            zbnkachv
009600     10  WS-ACHN-STAT1                 PIC X(1).                  zbnkachv
009700     10  WS-ACHN-STAT2                 PIC X(1).                  zbnkachv
009800   05  WS-AUDT-STATUS.                                            zbnkachv
009900     10  WS-AUDT-STAT1                 PIC X(1).                  zbnkachv
010000     10  WS-AUDT-STAT2                 PIC X(1).                  zbnkachv
010100   05  WS-SEAL-STATUS.                                            zbnkachv
010200     10  WS-SEAL-STAT1                 PIC X(1).                  zbnkachv
010300     10  WS-SEAL-STAT2                 PIC X(1).                  zbnkachv
010400   05  WS-PRINTOUT-STATUS.                                        zbnkachv
010500     10  WS-PRINTOUT-STAT1             PIC X(1).                  zbnkachv
010600     10  WS-PRINTOUT-STAT2             PIC X(1).                  zbnkachv
010700   05  WS-JOBSUM-STATUS.                                          zbnkachv
010800     10  WS-JOBSUM-STAT1               PIC X(1).                  zbnkachv
010900     10  WS-JOBSUM-STAT2               PIC X(1).                  zbnkachv
011000   05  WS-IO-STATUS.                                              zbnkachv
011100     10  WS-IO-STAT1                   PIC X(1).                  zbnkachv
011200     10  WS-IO-STAT2                   PIC X(1).                  zbnkachv
011300   05  WS-TWO-BYTES.                                              zbnkachv
011400     10  WS-TWO-BYTES-LEFT             PIC X(1).                  zbnkachv
011500     10  WS-TWO-BYTES-RIGHT            PIC X(1).                  zbnkachv
011600   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 zbnkachv
011700                                      PIC 9(1) COMP.              zbnkachv
011800                                                                  zbnkachv
011900 01  WS-CONSOLE-MESSAGE                    PIC X(48).             zbnkachv
012000                                                                  zbnkachv
012100 01  WS-DATE-WORK-AREA.                                           zbnkachv
012200 COPY CDATED.                                                     zbnkachv
012300                                                                  zbnkachv
012400 01  WS-BUSDATE                            PIC 9(8).              zbnkachv
012500 01  WS-BUSDATE-PARTS REDEFINES WS-BUSDATE.                       zbnkachv
012600     05  WS-BUSDATE-CCYY                   PIC 9(4).              zbnkachv
012700     05  WS-BUSDATE-MM                     PIC 9(2).              zbnkachv
012800     05  WS-BUSDATE-DD                     PIC 9(2).              zbnkachv
012900 01  WS-BUSDATE-DISPLAY                    PIC X(11).             zbnkachv
013000                                                                  zbnkachv
013100 01  WS-END-OF-FILE                        PIC X(3).              zbnkachv
013200                                                                  zbnkachv
013300 01  WS-AUDHSH-PARM.                                              zbnkachv
013400 COPY CAUDHSD.                                                    zbnkachv
013500                                                                  zbnkachv
013600 01  WS-OUTCTL-PARM.                                              zbnkachv
013700 COPY COUTCTLD.                                                   zbnkachv
013800                                                                  zbnkachv
013900******************************************************************zbnkachv
014000* The chain head as it stood when the run began. Places given    *zbnkachv
014100* out after that belong to tomorrow's run, so the walk stops at  *zbnkachv
014200* the last place taken here and online auditing can carry on.    *zbnkachv
014300******************************************************************zbnkachv
014400 01  WS-CHAIN-SWITCH                       PIC X(1).              zbnkachv
014500   88  CHAIN-STARTED                       VALUE 'Y'.             zbnkachv
014600   88  CHAIN-NOT-STARTED                   VALUE 'N'.             zbnkachv
014700 01  WS-HEAD-LAST-SEQ                      PIC 9(9).              zbnkachv
014800 01  WS-HEAD-LAST-HASH                     PIC X(20).             zbnkachv
014900 01  WS-HEAD-START-DATE                    PIC 9(8).              zbnkachv
015000 01  WS-HEAD-SEAL-SEQ                      PIC 9(9).              zbnkachv
015100 01  WS-HEAD-SEAL-HASH                     PIC X(20).             zbnkachv
015200 01  WS-HEAD-SEAL                          PIC X(20).             zbnkachv
015300                                                                  zbnkachv
015400******************************************************************zbnkachv
015500* Where the walk has got to. The hash of the link before is      *zbnkachv
015600* not known after a gap, so the next record's previous-hash      *zbnkachv
015700* cannot be proved and is not reported twice.                    *zbnkachv
015800******************************************************************zbnkachv
015900 01  WS-EXPECT-SEQ                         PIC 9(9).              zbnkachv
016000 01  WS-GAP-LAST-SEQ                       PIC 9(9).              zbnkachv
016100 01  WS-PREV-HASH                          PIC X(20).             zbnkachv
016200 01  WS-PREV-SWITCH                        PIC X(1).              zbnkachv
016300   88  PREV-HASH-KNOWN                     VALUE 'Y'.             zbnkachv
016400   88  PREV-HASH-UNKNOWN                   VALUE 'N'.             zbnkachv
016500 01  WS-SEAL-LINK-SWITCH                   PIC X(1).              zbnkachv
016600   88  SEAL-LINK-SEEN                      VALUE 'Y'.             zbnkachv
016700   88  SEAL-LINK-NOT-SEEN                  VALUE 'N'.             zbnkachv
016800 01  WS-STORED-HASH                        PIC X(20).             zbnkachv
016900                                                                  zbnkachv
017000******************************************************************zbnkachv
017100* Run counts for the report totals, the seal and the job summary *zbnkachv
017200******************************************************************zbnkachv
017300 01  WS-LINKS-WALKED                   PIC 9(9) COMP-3 VALUE 0.   zbnkachv
017400 01  WS-LINKS-LIVE                     PIC 9(9) COMP-3 VALUE 0.   zbnkachv
017500 01  WS-LINKS-PURGED                   PIC 9(9) COMP-3 VALUE 0.   zbnkachv
017600 01  WS-RECORDS-BROWSED                PIC 9(9) COMP-3 VALUE 0.   zbnkachv
017700 01  WS-RECORDS-PRE-CHAIN              PIC 9(9) COMP-3 VALUE 0.   zbnkachv
017800 01  WS-RECORDS-LATER                  PIC 9(9) COMP-3 VALUE 0.   zbnkachv
017900 01  WS-DAY-RECORDS                    PIC 9(7) VALUE ZERO.       zbnkachv
018000 01  WS-DAY-PURGED                     PIC 9(5) VALUE ZERO.       zbnkachv
018100 01  WS-BREAKS                         PIC 9(7) VALUE ZERO.       zbnkachv
018200 01  WS-LINES-PRINTED                  PIC 9(7) VALUE ZERO.       zbnkachv
018300                                                                  zbnkachv
018400******************************************************************zbnkachv
018500* One line per break in the chain                                *zbnkachv
018600******************************************************************zbnkachv
018700 01  WS-REPORT-LINE                        PIC X(121).            zbnkachv
018800 01  WS-BREAK-LINE.                                               zbnkachv
018900     05  WS-BL-SEQ                         PIC Z(8)9.             zbnkachv
019000     05  FILLER                            PIC X(3) VALUE SPACES. zbnkachv
019100     05  WS-BL-TASKN                       PIC X(7).              zbnkachv
019200     05  FILLER                            PIC X(1) VALUE '-'.    zbnkachv
019300     05  WS-BL-AUDSEQ                      PIC X(3).              zbnkachv
019400     05  FILLER                            PIC X(3) VALUE SPACES. zbnkachv
019500     05  WS-BL-DATE                        PIC X(8).              zbnkachv
019600     05  FILLER                            PIC X(3) VALUE SPACES. zbnkachv
019700     05  WS-BL-TEXT                        PIC X(60).             zbnkachv
019800     05  FILLER                            PIC X(24) VALUE SPACES.zbnkachv
019900 01  WS-COUNT-D                            PIC ZZZ,ZZZ,ZZ9.       zbnkachv
020000 01  WS-SEQ-D                              PIC Z(8)9.             zbnkachv
020100 01  WS-SEQ-TO-D                           PIC Z(8)9.             zbnkachv
020200                                                                  zbnkachv
020300******************************************************************zbnkachv
020400* The seal. Its keyed hash is taken over the seal text, which    *zbnkachv
020500* carries the previous seal, so the archive holds a chain of     *zbnkachv
020600* seals as well. V - the chain verified; B - it is broken.       *zbnkachv
020700******************************************************************zbnkachv
020800 01  WS-SEAL-TEXT.                                                zbnkachv
020900     05  WS-ST-ID                          PIC X(8).              zbnkachv
021000     05  WS-ST-BUSDATE                     PIC 9(8).              zbnkachv
021100     05  WS-ST-STATUS                      PIC X(1).              zbnkachv
021200     05  WS-ST-DAY-RECORDS                 PIC 9(7).              zbnkachv
021300     05  WS-ST-DAY-PURGED                  PIC 9(5).              zbnkachv
021400     05  WS-ST-LAST-SEQ                    PIC 9(9).              zbnkachv
021500     05  WS-ST-LAST-HASH                   PIC X(20).             zbnkachv
021600     05  WS-ST-PREV-SEAL                   PIC X(20).             zbnkachv
021700     05  FILLER                            PIC X(182).            zbnkachv
021800 01  WS-SEAL-RECORD.                                              zbnkachv
021900     05  WS-SR-ID                          PIC X(8).              zbnkachv
022000     05  WS-SR-BUSDATE                     PIC 9(8).              zbnkachv
022100     05  WS-SR-STATUS                      PIC X(1).              zbnkachv
022200       88  SEAL-VERIFIED                   VALUE 'V'.             zbnkachv
022300       88  SEAL-BROKEN                     VALUE 'B'.             zbnkachv
022400     05  WS-SR-DAY-RECORDS                 PIC 9(7).              zbnkachv
022500     05  WS-SR-DAY-PURGED                  PIC 9(5).              zbnkachv
022600     05  WS-SR-LAST-SEQ                    PIC 9(9).              zbnkachv
022700     05  WS-SR-SEAL                        PIC X(20).             zbnkachv
022800     05  WS-SR-PREV-SEAL                   PIC X(20).             zbnkachv
022900     05  FILLER                            PIC X(2).              zbnkachv
023000                                                                  zbnkachv
023100 PROCEDURE DIVISION.                                              zbnkachv
023200                                                                  zbnkachv
023300     PERFORM RUN-CONTROL-START                                    zbnkachv
023400         THRU RUN-CONTROL-START-EXIT.                             zbnkachv
023500     PERFORM GET-RUN-DATE.                                        zbnkachv
023600                                                                  zbnkachv
023700     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           zbnkachv
023800     STRING 'Audit chain verification at ' DELIMITED BY SIZE      zbnkachv
023900            WS-BUSDATE-DISPLAY DELIMITED BY SIZE                  zbnkachv
024000       INTO WS-CONSOLE-MESSAGE.                                   zbnkachv
024100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkachv
024200                                                                  zbnkachv
024300     PERFORM ACHN-OPEN.                                           zbnkachv
024400     PERFORM AUDT-OPEN.                                           zbnkachv
024500     PERFORM PRINTOUT-OPEN.                                       zbnkachv
024600     PERFORM WRITE-HEADINGS.                                      zbnkachv
024700     PERFORM READ-CHAIN-HEAD.                                     zbnkachv
024800                                                                  zbnkachv
024900     IF CHAIN-STARTED                                             zbnkachv
025000        MOVE 'NO ' TO WS-END-OF-FILE                              zbnkachv
025100        PERFORM ACHN-START-WALK                                   zbnkachv
025200        PERFORM CHECK-NEXT-LINK                                   zbnkachv
025300            THRU CHECK-NEXT-LINK-EXIT                             zbnkachv
025400            UNTIL WS-END-OF-FILE = 'YES'                          zbnkachv
025500        PERFORM CHECK-CHAIN-END                                   zbnkachv
025600     END-IF.                                                      zbnkachv
025700                                                                  zbnkachv
025800     MOVE 'NO ' TO WS-END-OF-FILE.                                zbnkachv
025900     PERFORM AUDT-START-BROWSE.                                   zbnkachv
026000     PERFORM CHECK-NEXT-AUDIT-RECORD                              zbnkachv
026100         THRU CHECK-NEXT-AUDIT-RECORD-EXIT                        zbnkachv
026200         UNTIL WS-END-OF-FILE = 'YES'.                            zbnkachv
026300                                                                  zbnkachv
026400     PERFORM MAKE-DAILY-SEAL.                                     zbnkachv
026500     PERFORM WRITE-TOTALS.                                        zbnkachv
026600     PERFORM PRINTOUT-CLOSE.                                      zbnkachv
026700     PERFORM AUDT-CLOSE.                                          zbnkachv
026800     PERFORM ACHN-CLOSE.                                          zbnkachv
026900     PERFORM REGISTER-SEAL-FILE.                                  zbnkachv
027000                                                                  zbnkachv
027100     PERFORM PRINT-JOB-SUMMARY.                                   zbnkachv
027200                                                                  zbnkachv
027300     IF WS-BREAKS IS GREATER THAN ZERO                            zbnkachv
027400        PERFORM ANNOUNCE-BROKEN-CHAIN                             zbnkachv
027500        MOVE 12 TO RETURN-CODE                                    zbnkachv
027600     ELSE                                                         zbnkachv
027700        MOVE 'Audit chain verified' TO WS-CONSOLE-MESSAGE         zbnkachv
027800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkachv
027900        MOVE 0 TO RETURN-CODE                                     zbnkachv
028000     END-IF.                                                      zbnkachv
028100     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     zbnkachv
028200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkachv
028300     PERFORM RUN-CONTROL-END.                                     zbnkachv
028400     GOBACK.                                                      zbnkachv
028500                                                                  zbnkachv
028600 GET-RUN-DATE.                                                    zbnkachv
028700     MOVE RUNCTL-BUSDATE TO WS-BUSDATE.                           zbnkachv
028800     MOVE SPACES TO DD-INPUT-TYPE.                                zbnkachv
028900     SET DDI-ISO TO TRUE.                                         zbnkachv
029000     MOVE SPACES TO DDI-DATA.                                     zbnkachv
029100     STRING WS-BUSDATE-CCYY DELIMITED BY SIZE                     zbnkachv
029200            '-'             DELIMITED BY SIZE                     zbnkachv
029300            WS-BUSDATE-MM   DELIMITED BY SIZE                     zbnkachv
029400            '-'             DELIMITED BY SIZE                     zbnkachv
029500            WS-BUSDATE-DD   DELIMITED BY SIZE                     zbnkachv
029600       INTO DDI-DATA.                                             zbnkachv
029700     MOVE SPACES TO DD-OUTPUT-TYPE.                               zbnkachv
029800     SET DDO-DD-MMM-YYYY TO TRUE.                                 zbnkachv
029900     SET DD-ENV-NULL TO TRUE.                                     zbnkachv
030000     CALL 'UDATECNV' USING WS-DATE-WORK-AREA.                     zbnkachv
030100     MOVE DDO-DATA TO WS-BUSDATE-DISPLAY.                         zbnkachv
030200                                                                  zbnkachv
030300******************************************************************zbnkachv
030400* READ-CHAIN-HEAD                                                *zbnkachv
030500* No head means nothing has been audited since chaining came     *zbnkachv
030600* in: every BNKAUDT record is then pre-chain.                    *zbnkachv
030700******************************************************************zbnkachv
030800 READ-CHAIN-HEAD.                                                 zbnkachv
030900     MOVE ZERO TO CN-REC-SEQ.                                     zbnkachv
031000     READ ACHN-FILE.                                              zbnkachv
031100     IF WS-ACHN-STATUS = '23'                                     zbnkachv
031200        SET CHAIN-NOT-STARTED TO TRUE                             zbnkachv
031300        MOVE ZERO TO WS-HEAD-LAST-SEQ                             zbnkachv
031400        MOVE ALL '0' TO WS-HEAD-LAST-HASH                         zbnkachv
031500        MOVE 99999999 TO WS-HEAD-START-DATE                       zbnkachv
031600        MOVE ZERO TO WS-HEAD-SEAL-SEQ                             zbnkachv
031700        MOVE SPACES TO WS-HEAD-SEAL-HASH                          zbnkachv
031800        MOVE SPACES TO WS-HEAD-SEAL                               zbnkachv
031900        MOVE 'Audit chain not started - nothing chained yet'      zbnkachv
032000          TO WS-REPORT-LINE                                       zbnkachv
032100        MOVE WS-REPORT-LINE TO PRINTOUT-REC                       zbnkachv
032200        PERFORM PRINTOUT-PUT                                      zbnkachv
032300     ELSE                                                         zbnkachv
032400        IF WS-ACHN-STATUS NOT = '00'                              zbnkachv
032500           MOVE 'ACHN Error reading head ...'                     zbnkachv
032600             TO WS-CONSOLE-MESSAGE                                zbnkachv
032700           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkachv
032800           MOVE WS-ACHN-STATUS TO WS-IO-STATUS                    zbnkachv
032900           PERFORM DISPLAY-IO-STATUS                              zbnkachv
033000           PERFORM ABORT-PROGRAM                                  zbnkachv
033100        END-IF                                                    zbnkachv
033200        SET CHAIN-STARTED TO TRUE                                 zbnkachv
033300        MOVE CN-HEAD-LAST-SEQ TO WS-HEAD-LAST-SEQ                 zbnkachv
033400        MOVE CN-HEAD-LAST-HASH TO WS-HEAD-LAST-HASH               zbnkachv
033500        MOVE CN-HEAD-START-DATE TO WS-HEAD-START-DATE             zbnkachv
033600        MOVE CN-HEAD-SEAL-SEQ TO WS-HEAD-SEAL-SEQ                 zbnkachv
033700        MOVE CN-HEAD-SEAL-HASH TO WS-HEAD-SEAL-HASH               zbnkachv
033800        MOVE CN-HEAD-SEAL TO WS-HEAD-SEAL                         zbnkachv
033900     END-IF.                                                      zbnkachv
034000     MOVE 1 TO WS-EXPECT-SEQ.                                     zbnkachv
034100     MOVE ALL '0' TO WS-PREV-HASH.                                zbnkachv
034200     SET PREV-HASH-KNOWN TO TRUE.                                 zbnkachv
034300     SET SEAL-LINK-NOT-SEEN TO TRUE.                              zbnkachv
034400                                                                  zbnkachv
034500******************************************************************zbnkachv
034600* CHECK-NEXT-LINK                                                *zbnkachv
034700* Pass 1 - one link of the chain, in order of place. A gap       *zbnkachv
034800* before it is reported first, then the link is proved against   *zbnkachv
034900* the BNKAUDT record it stands for.                              *zbnkachv
035000******************************************************************zbnkachv
035100 CHECK-NEXT-LINK.                                                 zbnkachv
035200     PERFORM ACHN-GET-NEXT.                                       zbnkachv
035300     IF WS-END-OF-FILE = 'YES'                                    zbnkachv
035400        GO TO CHECK-NEXT-LINK-EXIT                                zbnkachv
035500     END-IF.                                                      zbnkachv
035600     IF CN-REC-SEQ IS GREATER THAN WS-HEAD-LAST-SEQ               zbnkachv
035700        MOVE 'YES' TO WS-END-OF-FILE                              zbnkachv
035800        GO TO CHECK-NEXT-LINK-EXIT                                zbnkachv
035900     END-IF.                                                      zbnkachv
036000     ADD 1 TO WS-LINKS-WALKED.                                    zbnkachv
036100     IF CN-REC-SEQ IS GREATER THAN WS-EXPECT-SEQ                  zbnkachv
036200        COMPUTE WS-GAP-LAST-SEQ = CN-REC-SEQ - 1                  zbnkachv
036300        PERFORM REPORT-MISSING-LINKS                              zbnkachv
036400     END-IF.                                                      zbnkachv
036500     IF CN-REC-SEQ = WS-HEAD-SEAL-SEQ                             zbnkachv
036600        SET SEAL-LINK-SEEN TO TRUE                                zbnkachv
036700        IF CN-REC-HASH IS NOT EQUAL TO WS-HEAD-SEAL-HASH          zbnkachv
036800           MOVE 'Sealed link altered since the last seal'         zbnkachv
036900             TO WS-BL-TEXT                                        zbnkachv
037000           PERFORM REPORT-LINK-BREAK                              zbnkachv
037100        END-IF                                                    zbnkachv
037200     END-IF.                                                      zbnkachv
037300     IF CN-REC-PURGED                                             zbnkachv
037400        PERFORM CHECK-PURGED-LINK                                 zbnkachv
037500        GO TO CHECK-NEXT-LINK-NEXT                                zbnkachv
037600     END-IF.                                                      zbnkachv
037700     IF NOT CN-REC-LIVE                                           zbnkachv
037800        MOVE 'Link status is neither live nor purged'             zbnkachv
037900          TO WS-BL-TEXT                                           zbnkachv
038000        PERFORM REPORT-LINK-BREAK                                 zbnkachv
038100        GO TO CHECK-NEXT-LINK-NEXT                                zbnkachv
038200     END-IF.                                                      zbnkachv
038300     ADD 1 TO WS-LINKS-LIVE.                                      zbnkachv
038400     IF CN-REC-DATE = WS-BUSDATE                                  zbnkachv
038500        ADD 1 TO WS-DAY-RECORDS                                   zbnkachv
038600     END-IF.                                                      zbnkachv
038700     MOVE CN-REC-AUDT-KEY TO AD-REC-KEY.                          zbnkachv
038800     READ AUDT-FILE.                                              zbnkachv
038900     IF WS-AUDT-STATUS = '23'                                     zbnkachv
039000        MOVE 'Audit record deleted - link is live'                zbnkachv
039100          TO WS-BL-TEXT                                           zbnkachv
039200        PERFORM REPORT-LINK-BREAK                                 zbnkachv
039300        GO TO CHECK-NEXT-LINK-NEXT                                zbnkachv
039400     END-IF.                                                      zbnkachv
039500     IF WS-AUDT-STATUS NOT = '00'                                 zbnkachv
039600        MOVE 'AUDT Error reading file ...' TO WS-CONSOLE-MESSAGE  zbnkachv
039700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkachv
039800        MOVE WS-AUDT-STATUS TO WS-IO-STATUS                       zbnkachv
039900        PERFORM DISPLAY-IO-STATUS                                 zbnkachv
040000        PERFORM ABORT-PROGRAM                                     zbnkachv
040100     END-IF.                                                      zbnkachv
040200     IF AD-REC-CHAIN-SEQ IS NOT NUMERIC OR                        zbnkachv
040300        AD-REC-CHAIN-SEQ IS NOT EQUAL TO CN-REC-SEQ               zbnkachv
040400        MOVE 'Audit record does not carry this place'             zbnkachv
040500          TO WS-BL-TEXT                                           zbnkachv
040600        PERFORM REPORT-LINK-BREAK                                 zbnkachv
040700     END-IF.                                                      zbnkachv
040800     IF PREV-HASH-KNOWN AND                                       zbnkachv
040900        AD-REC-PREV-HASH IS NOT EQUAL TO WS-PREV-HASH             zbnkachv
041000        MOVE 'Previous-record hash does not match the chain'      zbnkachv
041100          TO WS-BL-TEXT                                           zbnkachv
041200        PERFORM REPORT-LINK-BREAK                                 zbnkachv
041300     END-IF.                                                      zbnkachv
041400     IF AD-REC-HASH IS NOT EQUAL TO CN-REC-HASH                   zbnkachv
041500        MOVE 'Record hash differs from the hash on its link'      zbnkachv
041600          TO WS-BL-TEXT                                           zbnkachv
041700        PERFORM REPORT-LINK-BREAK                                 zbnkachv
041800     END-IF.                                                      zbnkachv
041900     MOVE AD-REC-HASH TO WS-STORED-HASH.                          zbnkachv
042000     MOVE SPACES TO AD-REC-HASH.                                  zbnkachv
042100     MOVE AUDT-FILE-REC TO AHS-DATA.                              zbnkachv
042200     CALL 'UAUDHSH' USING WS-AUDHSH-PARM.                         zbnkachv
042300     IF AHS-HASH IS NOT EQUAL TO WS-STORED-HASH                   zbnkachv
042400        MOVE 'Audit record altered - hash does not prove'         zbnkachv
042500          TO WS-BL-TEXT                                           zbnkachv
042600        PERFORM REPORT-LINK-BREAK                                 zbnkachv
042700     END-IF.                                                      zbnkachv
042800 CHECK-NEXT-LINK-NEXT.                                            zbnkachv
042900     MOVE CN-REC-HASH TO WS-PREV-HASH.                            zbnkachv
043000     SET PREV-HASH-KNOWN TO TRUE.                                 zbnkachv
043100     COMPUTE WS-EXPECT-SEQ = CN-REC-SEQ + 1.                      zbnkachv
043200 CHECK-NEXT-LINK-EXIT.                                            zbnkachv
043300     EXIT.                                                        zbnkachv
043400                                                                  zbnkachv
043500******************************************************************zbnkachv
043600* A purged link stands for a record ZBNKPRGE removed. The        *zbnkachv
043700* record must be gone; its hash stays on the link to carry       *zbnkachv
043800* the chain on.                                                  *zbnkachv
043900******************************************************************zbnkachv
044000 CHECK-PURGED-LINK.                                               zbnkachv
044100     ADD 1 TO WS-LINKS-PURGED.                                    zbnkachv
044200     IF CN-REC-PURGE-DATE = WS-BUSDATE                            zbnkachv
044300        ADD 1 TO WS-DAY-PURGED                                    zbnkachv
044400     END-IF.                                                      zbnkachv
044500     MOVE CN-REC-AUDT-KEY TO AD-REC-KEY.                          zbnkachv
044600     READ AUDT-FILE.                                              zbnkachv
044700     IF WS-AUDT-STATUS = '00' AND                                 zbnkachv
044800        AD-REC-CHAIN-SEQ IS NUMERIC AND                           zbnkachv
044900        AD-REC-CHAIN-SEQ = CN-REC-SEQ                             zbnkachv
045000        MOVE 'Link marked purged but the record is on file'       zbnkachv
045100          TO WS-BL-TEXT                                           zbnkachv
045200        PERFORM REPORT-LINK-BREAK                                 zbnkachv
045300     END-IF.                                                      zbnkachv
045400                                                                  zbnkachv
045500******************************************************************zbnkachv
045600* CHECK-CHAIN-END                                                *zbnkachv
045700* The walk must end at the place and hash on the chain head,     *zbnkachv
045800* and must have passed last night's sealed link.                 *zbnkachv
045900******************************************************************zbnkachv
046000 CHECK-CHAIN-END.                                                 zbnkachv
046100     IF WS-EXPECT-SEQ IS NOT GREATER THAN WS-HEAD-LAST-SEQ        zbnkachv
046200        MOVE WS-HEAD-LAST-SEQ TO WS-GAP-LAST-SEQ                  zbnkachv
046300        PERFORM REPORT-MISSING-LINKS                              zbnkachv
046400     ELSE                                                         zbnkachv
046500        IF WS-PREV-HASH IS NOT EQUAL TO WS-HEAD-LAST-HASH         zbnkachv
046600           MOVE SPACES TO WS-REPORT-LINE                          zbnkachv
046700           MOVE 'Last link hash differs from the chain head'      zbnkachv
046800             TO WS-REPORT-LINE                                    zbnkachv
046900           PERFORM REPORT-CHAIN-BREAK                             zbnkachv
047000        END-IF                                                    zbnkachv
047100     END-IF.                                                      zbnkachv
047200     IF WS-HEAD-SEAL-SEQ IS GREATER THAN ZERO AND                 zbnkachv
047300        SEAL-LINK-NOT-SEEN                                        zbnkachv
047400        MOVE WS-HEAD-SEAL-SEQ TO WS-SEQ-D                         zbnkachv
047500        MOVE SPACES TO WS-REPORT-LINE                             zbnkachv
047600        STRING 'Sealed link ' DELIMITED BY SIZE                   zbnkachv
047700               WS-SEQ-D DELIMITED BY SIZE                         zbnkachv
047800               ' is missing from the chain' DELIMITED BY SIZE     zbnkachv
047900          INTO WS-REPORT-LINE                                     zbnkachv
048000        PERFORM REPORT-CHAIN-BREAK                                zbnkachv
048100     END-IF.                                                      zbnkachv
048200                                                                  zbnkachv
048300******************************************************************zbnkachv
048400* CHECK-NEXT-AUDIT-RECORD                                        *zbnkachv
048500* Pass 2 - every BNKAUDT record. A chained record must be the    *zbnkachv
048600* one its link names; an unchained one is accepted only when     *zbnkachv
048700* it was written before chaining began.                          *zbnkachv
048800******************************************************************zbnkachv
048900 CHECK-NEXT-AUDIT-RECORD.                                         zbnkachv
049000     PERFORM AUDT-GET-NEXT.                                       zbnkachv
049100     IF WS-END-OF-FILE = 'YES'                                    zbnkachv
049200        GO TO CHECK-NEXT-AUDIT-RECORD-EXIT                        zbnkachv
049300     END-IF.                                                      zbnkachv
049400     ADD 1 TO WS-RECORDS-BROWSED.                                 zbnkachv
049500     IF AD-REC-CHAIN-SEQ IS NOT NUMERIC OR                        zbnkachv
049600        AD-REC-CHAIN-SEQ = ZERO                                   zbnkachv
049700        GO TO CHECK-NEXT-AUDIT-RECORD-UNCHAINED                   zbnkachv
049800     END-IF.                                                      zbnkachv
049900     IF AD-REC-CHAIN-SEQ IS GREATER THAN WS-HEAD-LAST-SEQ         zbnkachv
050000        ADD 1 TO WS-RECORDS-LATER                                 zbnkachv
050100        GO TO CHECK-NEXT-AUDIT-RECORD-EXIT                        zbnkachv
050200     END-IF.                                                      zbnkachv
050300     MOVE AD-REC-CHAIN-SEQ TO CN-REC-SEQ.                         zbnkachv
050400     READ ACHN-FILE.                                              zbnkachv
050500     IF WS-ACHN-STATUS = '23'                                     zbnkachv
050600        MOVE 'Chained record has no link on BNKACHN'              zbnkachv
050700          TO WS-BL-TEXT                                           zbnkachv
050800        PERFORM REPORT-RECORD-BREAK                               zbnkachv
050900        GO TO CHECK-NEXT-AUDIT-RECORD-EXIT                        zbnkachv
051000     END-IF.                                                      zbnkachv
051100     IF WS-ACHN-STATUS NOT = '00'                                 zbnkachv
051200        MOVE 'ACHN Error reading file ...' TO WS-CONSOLE-MESSAGE  zbnkachv
051300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkachv
051400        MOVE WS-ACHN-STATUS TO WS-IO-STATUS                       zbnkachv
051500        PERFORM DISPLAY-IO-STATUS                                 zbnkachv
051600        PERFORM ABORT-PROGRAM                                     zbnkachv
051700     END-IF.                                                      zbnkachv
051800     IF CN-REC-AUDT-KEY IS NOT EQUAL TO AD-REC-KEY                zbnkachv
051900        MOVE 'Record claims a place linked to another record'     zbnkachv
052000          TO WS-BL-TEXT                                           zbnkachv
052100        PERFORM REPORT-RECORD-BREAK                               zbnkachv
052200     END-IF.                                                      zbnkachv
052300     GO TO CHECK-NEXT-AUDIT-RECORD-EXIT.                          zbnkachv
052400 CHECK-NEXT-AUDIT-RECORD-UNCHAINED.                               zbnkachv
052500     IF AD-REC-DATE IS NUMERIC AND                                zbnkachv
052600        AD-REC-DATE IS NOT GREATER THAN WS-HEAD-START-DATE        zbnkachv
052700        ADD 1 TO WS-RECORDS-PRE-CHAIN                             zbnkachv
052800     ELSE                                                         zbnkachv
052900        MOVE 'Record written outside the chain' TO WS-BL-TEXT     zbnkachv
053000        PERFORM REPORT-RECORD-BREAK                               zbnkachv
053100     END-IF.                                                      zbnkachv
053200 CHECK-NEXT-AUDIT-RECORD-EXIT.                                    zbnkachv
053300     EXIT.                                                        zbnkachv
053400                                                                  zbnkachv
053500******************************************************************zbnkachv
053600* Break lines - for a link, for a BNKAUDT record, for a run of   *zbnkachv
053700* missing places and for the chain as a whole                    *zbnkachv
053800******************************************************************zbnkachv
053900 REPORT-LINK-BREAK.                                               zbnkachv
054000     MOVE CN-REC-SEQ TO WS-BL-SEQ.                                zbnkachv
054100     MOVE CN-REC-AUDT-TASKN TO WS-BL-TASKN.                       zbnkachv
054200     MOVE CN-REC-AUDT-SEQ TO WS-BL-AUDSEQ.                        zbnkachv
054300     MOVE CN-REC-DATE TO WS-BL-DATE.                              zbnkachv
054400     PERFORM WRITE-BREAK-LINE.                                    zbnkachv
054500                                                                  zbnkachv
054600 REPORT-RECORD-BREAK.                                             zbnkachv
054700     IF AD-REC-CHAIN-SEQ IS NUMERIC                               zbnkachv
054800        MOVE AD-REC-CHAIN-SEQ TO WS-BL-SEQ                        zbnkachv
054900     ELSE                                                         zbnkachv
055000        MOVE ZERO TO WS-BL-SEQ                                    zbnkachv
055100     END-IF.                                                      zbnkachv
055200     MOVE AD-REC-TASKN TO WS-BL-TASKN.                            zbnkachv
055300     MOVE AD-REC-SEQ TO WS-BL-AUDSEQ.                             zbnkachv
055400     MOVE AD-REC-DATE TO WS-BL-DATE.                              zbnkachv
055500     PERFORM WRITE-BREAK-LINE.                                    zbnkachv
055600                                                                  zbnkachv
055700 WRITE-BREAK-LINE.                                                zbnkachv
055800     ADD 1 TO WS-BREAKS.                                          zbnkachv
055900     MOVE WS-BREAK-LINE TO PRINTOUT-REC.                          zbnkachv
056000     PERFORM PRINTOUT-PUT.                                        zbnkachv
056100     MOVE SPACES TO WS-BL-TEXT.                                   zbnkachv
056200                                                                  zbnkachv
056300 REPORT-MISSING-LINKS.                                            zbnkachv
056400     MOVE WS-EXPECT-SEQ TO WS-SEQ-D.                              zbnkachv
056500     MOVE WS-GAP-LAST-SEQ TO WS-SEQ-TO-D.                         zbnkachv
056600     MOVE SPACES TO WS-REPORT-LINE.                               zbnkachv
056700     STRING 'Links missing from place ' DELIMITED BY SIZE         zbnkachv
056800            WS-SEQ-D DELIMITED BY SIZE                            zbnkachv
056900            ' to ' DELIMITED BY SIZE                              zbnkachv
057000            WS-SEQ-TO-D DELIMITED BY SIZE                         zbnkachv
057100       INTO WS-REPORT-LINE.                                       zbnkachv
057200     PERFORM REPORT-CHAIN-BREAK.                                  zbnkachv
057300     SET PREV-HASH-UNKNOWN TO TRUE.                               zbnkachv
057400                                                                  zbnkachv
057500 REPORT-CHAIN-BREAK.                                              zbnkachv
057600     ADD 1 TO WS-BREAKS.                                          zbnkachv
057700     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkachv
057800     PERFORM PRINTOUT-PUT.                                        zbnkachv
057900                                                                  zbnkachv
058000******************************************************************zbnkachv
058100* MAKE-DAILY-SEAL                                                *zbnkachv
058200* The seal is written whether or not the chain verified, so the  *zbnkachv
058300* archive always hears; only a verified seal moves the head on.  *zbnkachv
058400******************************************************************zbnkachv
058500 MAKE-DAILY-SEAL.                                                 zbnkachv
058600     MOVE SPACES TO WS-SEAL-TEXT.                                 zbnkachv
058700     MOVE SPACES TO WS-SEAL-RECORD.                               zbnkachv
058800     MOVE 'AUDSEAL ' TO WS-ST-ID.                                 zbnkachv
058900     MOVE WS-BUSDATE TO WS-ST-BUSDATE.                            zbnkachv
059000     IF WS-BREAKS IS GREATER THAN ZERO                            zbnkachv
059100        SET SEAL-BROKEN TO TRUE                                   zbnkachv
059200     ELSE                                                         zbnkachv
059300        SET SEAL-VERIFIED TO TRUE                                 zbnkachv
059400     END-IF.                                                      zbnkachv
059500     MOVE WS-SR-STATUS TO WS-ST-STATUS.                           zbnkachv
059600     MOVE WS-DAY-RECORDS TO WS-ST-DAY-RECORDS.                    zbnkachv
059700     MOVE WS-DAY-PURGED TO WS-ST-DAY-PURGED.                      zbnkachv
059800     MOVE WS-HEAD-LAST-SEQ TO WS-ST-LAST-SEQ.                     zbnkachv
059900     MOVE WS-HEAD-LAST-HASH TO WS-ST-LAST-HASH.                   zbnkachv
060000     MOVE WS-HEAD-SEAL TO WS-ST-PREV-SEAL.                        zbnkachv
060100     MOVE WS-SEAL-TEXT TO AHS-DATA.                               zbnkachv
060200     CALL 'UAUDHSH' USING WS-AUDHSH-PARM.                         zbnkachv
060300                                                                  zbnkachv
060400     MOVE 'AUDSEAL ' TO WS-SR-ID.                                 zbnkachv
060500     MOVE WS-BUSDATE TO WS-SR-BUSDATE.                            zbnkachv
060600     MOVE WS-DAY-RECORDS TO WS-SR-DAY-RECORDS.                    zbnkachv
060700     MOVE WS-DAY-PURGED TO WS-SR-DAY-PURGED.                      zbnkachv
060800     MOVE WS-HEAD-LAST-SEQ TO WS-SR-LAST-SEQ.                     zbnkachv
060900     MOVE AHS-HASH TO WS-SR-SEAL.                                 zbnkachv
061000     MOVE WS-HEAD-SEAL TO WS-SR-PREV-SEAL.                        zbnkachv
061100     PERFORM SEAL-OPEN.                                           zbnkachv
061200     MOVE WS-SEAL-RECORD TO SEAL-REC.                             zbnkachv
061300     PERFORM SEAL-PUT.                                            zbnkachv
061400     PERFORM SEAL-CLOSE.                                          zbnkachv
061500                                                                  zbnkachv
061600     IF SEAL-VERIFIED AND CHAIN-STARTED                           zbnkachv
061700        PERFORM KEEP-SEAL-ON-HEAD                                 zbnkachv
061800     END-IF.                                                      zbnkachv
061900                                                                  zbnkachv
062000 KEEP-SEAL-ON-HEAD.                                               zbnkachv
062100     MOVE ZERO TO CN-REC-SEQ.                                     zbnkachv
062200     READ ACHN-FILE.                                              zbnkachv
062300     IF WS-ACHN-STATUS NOT = '00'                                 zbnkachv
062400        MOVE 'ACHN Error reading head ...' TO WS-CONSOLE-MESSAGE  zbnkachv
062500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkachv
062600        MOVE WS-ACHN-STATUS TO WS-IO-STATUS                       zbnkachv
062700        PERFORM DISPLAY-IO-STATUS                                 zbnkachv
062800        PERFORM ABORT-PROGRAM                                     zbnkachv
062900     END-IF.                                                      zbnkachv
063000     MOVE WS-BUSDATE TO CN-HEAD-SEAL-DATE.                        zbnkachv
063100     MOVE WS-HEAD-LAST-SEQ TO CN-HEAD-SEAL-SEQ.                   zbnkachv
063200     MOVE WS-HEAD-LAST-HASH TO CN-HEAD-SEAL-HASH.                 zbnkachv
063300     MOVE WS-SR-SEAL TO CN-HEAD-SEAL.                             zbnkachv
063400     REWRITE ACHN-FILE-REC.                                       zbnkachv
063500     IF WS-ACHN-STATUS NOT = '00'                                 zbnkachv
063600        MOVE 'ACHN Error rewriting head ...' TO WS-CONSOLE-MESSAGEzbnkachv
063700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkachv
063800        MOVE WS-ACHN-STATUS TO WS-IO-STATUS                       zbnkachv
063900        PERFORM DISPLAY-IO-STATUS                                 zbnkachv
064000        PERFORM ABORT-PROGRAM                                     zbnkachv
064100     END-IF.                                                      zbnkachv
064200                                                                  zbnkachv
064300******************************************************************zbnkachv
064400* Log the seal file on the outbound transmission register so     *zbnkachv
064500* an unconfirmed pick-up by the archive is chased. A             *zbnkachv
064600* registration problem is reported but does not fail the run.    *zbnkachv
064700******************************************************************zbnkachv
064800 REGISTER-SEAL-FILE.                                              zbnkachv
064900     SET OCT-REGISTER TO TRUE.                                    zbnkachv
065000     MOVE 'AUDSEAL ' TO OCT-FILE-ID.                              zbnkachv
065100     MOVE WS-BUSDATE TO OCT-BUSDATE.                              zbnkachv
065200     MOVE 'ZBNKACHV' TO OCT-PRODUCER.                             zbnkachv
065300     MOVE 1 TO OCT-RECORD-COUNT.                                  zbnkachv
065400     MOVE ZERO TO OCT-AMOUNT-TOTAL.                               zbnkachv
065500     CALL 'UOUTCTL' USING WS-OUTCTL-PARM.                         zbnkachv
065600     IF OCT-FAILED                                                zbnkachv
065700        MOVE 'Seal file not on outbound register'                 zbnkachv
065800          TO WS-CONSOLE-MESSAGE                                   zbnkachv
065900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkachv
066000     END-IF.                                                      zbnkachv
066100                                                                  zbnkachv
066200******************************************************************zbnkachv
066300* A broken chain is evidence that the audit trail has been       *zbnkachv
066400* interfered with - it must not pass unnoticed on the console.   *zbnkachv
066500******************************************************************zbnkachv
066600 ANNOUNCE-BROKEN-CHAIN.                                           zbnkachv
066700     MOVE '************************************************'      zbnkachv
066800       TO WS-CONSOLE-MESSAGE.                                     zbnkachv
066900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkachv
067000     MOVE '*** AUDIT CHAIN BROKEN - BNKAUDT NOT PROVED ***'       zbnkachv
067100       TO WS-CONSOLE-MESSAGE.                                     zbnkachv
067200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkachv
067300     MOVE WS-BREAKS TO WS-COUNT-D.                                zbnkachv
067400     STRING '*** Breaks found: ' DELIMITED BY SIZE                zbnkachv
067500            WS-COUNT-D DELIMITED BY SIZE                          zbnkachv
067600            ' - see PRINTOUT' DELIMITED BY SIZE                   zbnkachv
067700       INTO WS-CONSOLE-MESSAGE.                                   zbnkachv
067800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkachv
067900     MOVE '*** Refer to Information Security at once ***'         zbnkachv
068000       TO WS-CONSOLE-MESSAGE.                                     zbnkachv
068100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkachv
068200     MOVE '************************************************'      zbnkachv
068300       TO WS-CONSOLE-MESSAGE.                                     zbnkachv
068400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkachv
068500                                                                  zbnkachv
068600 WRITE-HEADINGS.                                                  zbnkachv
068700     MOVE SPACES TO WS-REPORT-LINE.                               zbnkachv
068800     STRING 'Audit Chain Verification - ' DELIMITED BY SIZE       zbnkachv
068900            WS-BUSDATE-DISPLAY DELIMITED BY SIZE                  zbnkachv
069000       INTO WS-REPORT-LINE.                                       zbnkachv
069100     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkachv
069200     PERFORM PRINTOUT-PUT.                                        zbnkachv
069300     MOVE SPACES TO PRINTOUT-REC.                                 zbnkachv
069400     PERFORM PRINTOUT-PUT.                                        zbnkachv
069500     MOVE SPACES TO WS-REPORT-LINE.                               zbnkachv
069600     MOVE 'Place' TO WS-REPORT-LINE (5:5).                        zbnkachv
069700     MOVE 'Audit key' TO WS-REPORT-LINE (13:9).                   zbnkachv
069800     MOVE 'Date' TO WS-REPORT-LINE (27:4).                        zbnkachv
069900     MOVE 'Break' TO WS-REPORT-LINE (38:5).                       zbnkachv
070000     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkachv
070100     PERFORM PRINTOUT-PUT.                                        zbnkachv
070200                                                                  zbnkachv
070300 WRITE-TOTALS.                                                    zbnkachv
070400     MOVE SPACES TO PRINTOUT-REC.                                 zbnkachv
070500     PERFORM PRINTOUT-PUT.                                        zbnkachv
070600     IF WS-BREAKS = ZERO                                          zbnkachv
070700        MOVE 'No breaks - the audit chain verified'               zbnkachv
070800          TO PRINTOUT-REC                                         zbnkachv
070900        PERFORM PRINTOUT-PUT                                      zbnkachv
071000     END-IF.                                                      zbnkachv
071100     MOVE SPACES TO PRINTOUT-REC.                                 zbnkachv
071200     PERFORM PRINTOUT-PUT.                                        zbnkachv
071300     MOVE WS-HEAD-LAST-SEQ TO WS-COUNT-D.                         zbnkachv
071400     MOVE SPACES TO WS-REPORT-LINE.                               zbnkachv
071500     STRING 'Last place on chain head: ' DELIMITED BY SIZE        zbnkachv
071600            WS-COUNT-D DELIMITED BY SIZE                          zbnkachv
071700       INTO WS-REPORT-LINE.                                       zbnkachv
071800     PERFORM WRITE-TOTAL-LINE.                                    zbnkachv
071900     MOVE WS-LINKS-WALKED TO WS-COUNT-D.                          zbnkachv
072000     MOVE SPACES TO WS-REPORT-LINE.                               zbnkachv
072100     STRING 'Links walked:             ' DELIMITED BY SIZE        zbnkachv
072200            WS-COUNT-D DELIMITED BY SIZE                          zbnkachv
072300       INTO WS-REPORT-LINE.                                       zbnkachv
072400     PERFORM WRITE-TOTAL-LINE.                                    zbnkachv
072500     MOVE WS-LINKS-LIVE TO WS-COUNT-D.                            zbnkachv
072600     MOVE SPACES TO WS-REPORT-LINE.                               zbnkachv
072700     STRING '  live:                   ' DELIMITED BY SIZE        zbnkachv
072800            WS-COUNT-D DELIMITED BY SIZE                          zbnkachv
072900       INTO WS-REPORT-LINE.                                       zbnkachv
073000     PERFORM WRITE-TOTAL-LINE.                                    zbnkachv
073100     MOVE WS-LINKS-PURGED TO WS-COUNT-D.                          zbnkachv
073200     MOVE SPACES TO WS-REPORT-LINE.                               zbnkachv
073300     STRING '  purged:                 ' DELIMITED BY SIZE        zbnkachv
073400            WS-COUNT-D DELIMITED BY SIZE                          zbnkachv
073500       INTO WS-REPORT-LINE.                                       zbnkachv
073600     PERFORM WRITE-TOTAL-LINE.                                    zbnkachv
073700     MOVE WS-RECORDS-BROWSED TO WS-COUNT-D.                       zbnkachv
073800     MOVE SPACES TO WS-REPORT-LINE.                               zbnkachv
073900     STRING 'Audit records browsed:    ' DELIMITED BY SIZE        zbnkachv
074000            WS-COUNT-D DELIMITED BY SIZE                          zbnkachv
074100       INTO WS-REPORT-LINE.                                       zbnkachv
074200     PERFORM WRITE-TOTAL-LINE.                                    zbnkachv
074300     MOVE WS-RECORDS-PRE-CHAIN TO WS-COUNT-D.                     zbnkachv
074400     MOVE SPACES TO WS-REPORT-LINE.                               zbnkachv
074500     STRING '  written before chaining:' DELIMITED BY SIZE        zbnkachv
074600            WS-COUNT-D DELIMITED BY SIZE                          zbnkachv
074700       INTO WS-REPORT-LINE.                                       zbnkachv
074800     PERFORM WRITE-TOTAL-LINE.                                    zbnkachv
074900     MOVE WS-RECORDS-LATER TO WS-COUNT-D.                         zbnkachv
075000     MOVE SPACES TO WS-REPORT-LINE.                               zbnkachv
075100     STRING '  written during the run: ' DELIMITED BY SIZE        zbnkachv
075200            WS-COUNT-D DELIMITED BY SIZE                          zbnkachv
075300       INTO WS-REPORT-LINE.                                       zbnkachv
075400     PERFORM WRITE-TOTAL-LINE.                                    zbnkachv
075500     MOVE WS-DAY-RECORDS TO WS-COUNT-D.                           zbnkachv
075600     MOVE SPACES TO WS-REPORT-LINE.                               zbnkachv
075700     STRING 'Records audited today:    ' DELIMITED BY SIZE        zbnkachv
075800            WS-COUNT-D DELIMITED BY SIZE                          zbnkachv
075900       INTO WS-REPORT-LINE.                                       zbnkachv
076000     PERFORM WRITE-TOTAL-LINE.                                    zbnkachv
076100     MOVE WS-DAY-PURGED TO WS-COUNT-D.                            zbnkachv
076200     MOVE SPACES TO WS-REPORT-LINE.                               zbnkachv
076300     STRING 'Records purged today:     ' DELIMITED BY SIZE        zbnkachv
076400            WS-COUNT-D DELIMITED BY SIZE                          zbnkachv
076500       INTO WS-REPORT-LINE.                                       zbnkachv
076600     PERFORM WRITE-TOTAL-LINE.                                    zbnkachv
076700     MOVE WS-BREAKS TO WS-COUNT-D.                                zbnkachv
076800     MOVE SPACES TO WS-REPORT-LINE.                               zbnkachv
076900     STRING 'Breaks found:             ' DELIMITED BY SIZE        zbnkachv
077000            WS-COUNT-D DELIMITED BY SIZE                          zbnkachv
077100       INTO WS-REPORT-LINE.                                       zbnkachv
077200     PERFORM WRITE-TOTAL-LINE.                                    zbnkachv
077300     MOVE SPACES TO WS-REPORT-LINE.                               zbnkachv
077400     STRING 'Daily seal (' DELIMITED BY SIZE                      zbnkachv
077500            WS-SR-STATUS DELIMITED BY SIZE                        zbnkachv
077600            '):          ' DELIMITED BY SIZE                      zbnkachv
077700            WS-SR-SEAL DELIMITED BY SIZE                          zbnkachv
077800       INTO WS-REPORT-LINE.                                       zbnkachv
077900     PERFORM WRITE-TOTAL-LINE.                                    zbnkachv
078000                                                                  zbnkachv
078100 WRITE-TOTAL-LINE.                                                zbnkachv
078200     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkachv
078300     PERFORM PRINTOUT-PUT.                                        zbnkachv
078400                                                                  zbnkachv
078500******************************************************************zbnkachv
078600* PRINT-JOB-SUMMARY                                              *zbnkachv
078700******************************************************************zbnkachv
078800 PRINT-JOB-SUMMARY.                                               zbnkachv
078900     PERFORM JOBSUM-OPEN.                                         zbnkachv
079000     MOVE SPACES TO JOBSUM-REC.                                   zbnkachv
079100     STRING 'Business date of the run:    ' DELIMITED BY SIZE     zbnkachv
079200            WS-BUSDATE-DISPLAY DELIMITED BY SIZE                  zbnkachv
079300       INTO JOBSUM-REC.                                           zbnkachv
079400     PERFORM JOBSUM-PUT.                                          zbnkachv
079500     MOVE SPACES TO JOBSUM-REC.                                   zbnkachv
079600     MOVE WS-LINKS-WALKED TO WS-COUNT-D.                          zbnkachv
079700     STRING 'Audit chain links walked:    ' DELIMITED BY SIZE     zbnkachv
079800            WS-COUNT-D DELIMITED BY SIZE                          zbnkachv
079900       INTO JOBSUM-REC.                                           zbnkachv
080000     PERFORM JOBSUM-PUT.                                          zbnkachv
080100     MOVE SPACES TO JOBSUM-REC.                                   zbnkachv
080200     MOVE WS-RECORDS-BROWSED TO WS-COUNT-D.                       zbnkachv
080300     STRING 'Audit records browsed:       ' DELIMITED BY SIZE     zbnkachv
080400            WS-COUNT-D DELIMITED BY SIZE                          zbnkachv
080500       INTO JOBSUM-REC.                                           zbnkachv
080600     PERFORM JOBSUM-PUT.                                          zbnkachv
080700     MOVE SPACES TO JOBSUM-REC.                                   zbnkachv
080800     MOVE WS-DAY-RECORDS TO WS-COUNT-D.                           zbnkachv
080900     STRING 'Records audited today:       ' DELIMITED BY SIZE     zbnkachv
081000            WS-COUNT-D DELIMITED BY SIZE                          zbnkachv
081100       INTO JOBSUM-REC.                                           zbnkachv
081200     PERFORM JOBSUM-PUT.                                          zbnkachv
081300     MOVE SPACES TO JOBSUM-REC.                                   zbnkachv
081400     MOVE WS-BREAKS TO WS-COUNT-D.                                zbnkachv
081500     STRING 'Breaks in the chain:         ' DELIMITED BY SIZE     zbnkachv
081600            WS-COUNT-D DELIMITED BY SIZE                          zbnkachv
081700       INTO JOBSUM-REC.                                           zbnkachv
081800     PERFORM JOBSUM-PUT.                                          zbnkachv
081900     MOVE SPACES TO JOBSUM-REC.                                   zbnkachv
082000     STRING 'Daily seal written:          ' DELIMITED BY SIZE     zbnkachv
082100            WS-SR-SEAL DELIMITED BY SIZE                          zbnkachv
082200            ' ' DELIMITED BY SIZE                                 zbnkachv
082300            WS-SR-STATUS DELIMITED BY SIZE                        zbnkachv
082400       INTO JOBSUM-REC.                                           zbnkachv
082500     PERFORM JOBSUM-PUT.                                          zbnkachv
082600     MOVE SPACES TO JOBSUM-REC.                                   zbnkachv
082700     MOVE WS-LINES-PRINTED TO WS-COUNT-D.                         zbnkachv
082800     STRING 'Report lines written:        ' DELIMITED BY SIZE     zbnkachv
082900            WS-COUNT-D DELIMITED BY SIZE                          zbnkachv
083000       INTO JOBSUM-REC.                                           zbnkachv
083100     PERFORM JOBSUM-PUT.                                          zbnkachv
083200     PERFORM JOBSUM-CLOSE.                                        zbnkachv
083300     MOVE 'Job summary written to JOBSUM'                         zbnkachv
083400       TO WS-CONSOLE-MESSAGE.                                     zbnkachv
083500     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkachv
083600                                                                  zbnkachv
083700******************************************************************zbnkachv
083800* Open, browse, read, rewrite and close the BNKACHN chain file   *zbnkachv
083900******************************************************************zbnkachv
084000 ACHN-OPEN.                                                       zbnkachv
084100     OPEN I-O ACHN-FILE.                                          zbnkachv
084200     IF WS-ACHN-STATUS = '00'                                     zbnkachv
084300        MOVE 'ACHN file opened OK' TO WS-CONSOLE-MESSAGE          zbnkachv
084400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkachv
084500     ELSE                                                         zbnkachv
084600        MOVE 'ACHN file open failure...' TO WS-CONSOLE-MESSAGE    zbnkachv
084700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkachv
084800        MOVE WS-ACHN-STATUS TO WS-IO-STATUS                       zbnkachv
084900        PERFORM DISPLAY-IO-STATUS                                 zbnkachv
085000        PERFORM ABORT-PROGRAM                                     zbnkachv
085100     END-IF.                                                      zbnkachv
085200                                                                  zbnkachv
085300 ACHN-START-WALK.                                                 zbnkachv
085400     MOVE ZERO TO CN-REC-SEQ.                                     zbnkachv
085500     START ACHN-FILE KEY IS GREATER THAN CN-REC-SEQ.              zbnkachv
085600     IF WS-ACHN-STATUS NOT = '00'                                 zbnkachv
085700        MOVE 'YES' TO WS-END-OF-FILE                              zbnkachv
085800     END-IF.                                                      zbnkachv
085900                                                                  zbnkachv
086000 ACHN-GET-NEXT.                                                   zbnkachv
086100     READ ACHN-FILE NEXT RECORD.                                  zbnkachv
086200     IF WS-ACHN-STATUS NOT = '00'                                 zbnkachv
086300        IF WS-ACHN-STATUS = '10'                                  zbnkachv
086400           MOVE 'YES' TO WS-END-OF-FILE                           zbnkachv
086500        ELSE                                                      zbnkachv
086600           MOVE 'ACHN Error reading file ...'                     zbnkachv
086700             TO WS-CONSOLE-MESSAGE                                zbnkachv
086800           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkachv
086900           MOVE WS-ACHN-STATUS TO WS-IO-STATUS                    zbnkachv
087000           PERFORM DISPLAY-IO-STATUS                              zbnkachv
087100           PERFORM ABORT-PROGRAM                                  zbnkachv
087200        END-IF                                                    zbnkachv
087300     END-IF.                                                      zbnkachv
087400                                                                  zbnkachv
087500 ACHN-CLOSE.                                                      zbnkachv
087600     CLOSE ACHN-FILE.                                             zbnkachv
087700     IF WS-ACHN-STATUS = '00'                                     zbnkachv
087800        MOVE 'ACHN file closed OK' TO WS-CONSOLE-MESSAGE          zbnkachv
087900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkachv
088000     ELSE                                                         zbnkachv
088100        MOVE 'ACHN file close failure...' TO WS-CONSOLE-MESSAGE   zbnkachv
088200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkachv
088300        MOVE WS-ACHN-STATUS TO WS-IO-STATUS                       zbnkachv
088400        PERFORM DISPLAY-IO-STATUS                                 zbnkachv
088500        PERFORM ABORT-PROGRAM                                     zbnkachv
088600     END-IF.                                                      zbnkachv
088700                                                                  zbnkachv
088800******************************************************************zbnkachv
088900* Open, browse and close the BNKAUDT audit file                  *zbnkachv
089000******************************************************************zbnkachv
089100 AUDT-OPEN.                                                       zbnkachv
089200     OPEN INPUT AUDT-FILE.                                        zbnkachv
089300     IF WS-AUDT-STATUS = '00'                                     zbnkachv
089400        MOVE 'AUDT file opened OK' TO WS-CONSOLE-MESSAGE          zbnkachv
089500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkachv
089600     ELSE                                                         zbnkachv
089700        MOVE 'AUDT file open failure...' TO WS-CONSOLE-MESSAGE    zbnkachv
089800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkachv
089900        MOVE WS-AUDT-STATUS TO WS-IO-STATUS                       zbnkachv
090000        PERFORM DISPLAY-IO-STATUS                                 zbnkachv
090100        PERFORM ABORT-PROGRAM                                     zbnkachv
090200     END-IF.                                                      zbnkachv
090300                                                                  zbnkachv
090400 AUDT-START-BROWSE.                                               zbnkachv
090500     MOVE LOW-VALUES TO AD-REC-KEY.                               zbnkachv
090600     START AUDT-FILE KEY IS NOT LESS THAN AD-REC-KEY.             zbnkachv
090700     IF WS-AUDT-STATUS NOT = '00'                                 zbnkachv
090800        MOVE 'YES' TO WS-END-OF-FILE                              zbnkachv
090900     END-IF.                                                      zbnkachv
091000                                                                  zbnkachv
091100 AUDT-GET-NEXT.                                                   zbnkachv
091200     READ AUDT-FILE NEXT RECORD.                                  zbnkachv
091300     IF WS-AUDT-STATUS NOT = '00'                                 zbnkachv
091400        IF WS-AUDT-STATUS = '10'                                  zbnkachv
091500           MOVE 'YES' TO WS-END-OF-FILE                           zbnkachv
091600        ELSE                                                      zbnkachv
091700           MOVE 'AUDT Error reading file ...'                     zbnkachv
091800             TO WS-CONSOLE-MESSAGE                                zbnkachv
091900           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkachv
092000           MOVE WS-AUDT-STATUS TO WS-IO-STATUS                    zbnkachv
092100           PERFORM DISPLAY-IO-STATUS                              zbnkachv
092200           PERFORM ABORT-PROGRAM                                  zbnkachv
092300        END-IF                                                    zbnkachv
092400     END-IF.                                                      zbnkachv
092500                                                                  zbnkachv
092600 AUDT-CLOSE.                                                      zbnkachv
092700     CLOSE AUDT-FILE.                                             zbnkachv
092800     IF WS-AUDT-STATUS = '00'                                     zbnkachv
092900        MOVE 'AUDT file closed OK' TO WS-CONSOLE-MESSAGE          zbnkachv
093000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkachv
093100     ELSE                                                         zbnkachv
093200        MOVE 'AUDT file close failure...' TO WS-CONSOLE-MESSAGE   zbnkachv
093300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkachv
093400        MOVE WS-AUDT-STATUS TO WS-IO-STATUS                       zbnkachv
093500        PERFORM DISPLAY-IO-STATUS                                 zbnkachv
093600        PERFORM ABORT-PROGRAM                                     zbnkachv
093700     END-IF.                                                      zbnkachv
093800                                                                  zbnkachv
093900******************************************************************zbnkachv
094000* Open, write and close the AUDSEAL seal file                    *zbnkachv
094100******************************************************************zbnkachv
094200 SEAL-OPEN.                                                       zbnkachv
094300     OPEN OUTPUT SEAL-FILE.                                       zbnkachv
094400     IF WS-SEAL-STATUS NOT = '00'                                 zbnkachv
094500        MOVE 'SEAL file open failure...' TO WS-CONSOLE-MESSAGE    zbnkachv
094600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkachv
094700        MOVE WS-SEAL-STATUS TO WS-IO-STATUS                       zbnkachv
094800        PERFORM DISPLAY-IO-STATUS                                 zbnkachv
094900        PERFORM ABORT-PROGRAM                                     zbnkachv
095000     END-IF.                                                      zbnkachv
095100                                                                  zbnkachv
095200 SEAL-PUT.                                                        zbnkachv
095300     WRITE SEAL-REC.                                              zbnkachv
095400     IF WS-SEAL-STATUS NOT = '00'                                 zbnkachv
095500        MOVE 'SEAL Error writing file ...' TO WS-CONSOLE-MESSAGE  zbnkachv
095600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkachv
095700        MOVE WS-SEAL-STATUS TO WS-IO-STATUS                       zbnkachv
095800        PERFORM DISPLAY-IO-STATUS                                 zbnkachv
095900        PERFORM ABORT-PROGRAM                                     zbnkachv
096000     END-IF.                                                      zbnkachv
096100                                                                  zbnkachv
096200 SEAL-CLOSE.                                                      zbnkachv
096300     CLOSE SEAL-FILE.                                             zbnkachv
096400     IF WS-SEAL-STATUS NOT = '00'                                 zbnkachv
096500        MOVE 'SEAL file close failure...' TO WS-CONSOLE-MESSAGE   zbnkachv
096600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkachv
096700        MOVE WS-SEAL-STATUS TO WS-IO-STATUS                       zbnkachv
096800        PERFORM DISPLAY-IO-STATUS                                 zbnkachv
096900        PERFORM ABORT-PROGRAM                                     zbnkachv
097000     END-IF.                                                      zbnkachv
097100                                                                  zbnkachv
097200******************************************************************zbnkachv
097300* Open, access and close the PRINTOUT file.                      *zbnkachv
097400******************************************************************zbnkachv
097500 PRINTOUT-OPEN.                                                   zbnkachv
097600     OPEN OUTPUT PRINTOUT-FILE.                                   zbnkachv
097700     IF WS-PRINTOUT-STATUS = '00'                                 zbnkachv
097800        MOVE 'PRINTOUT file opened OK' TO WS-CONSOLE-MESSAGE      zbnkachv
097900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkachv
098000     ELSE                                                         zbnkachv
098100        MOVE 'PRINTOUT file open failure...' TO WS-CONSOLE-MESSAGEzbnkachv
098200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkachv
098300        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkachv
098400        PERFORM DISPLAY-IO-STATUS                                 zbnkachv
098500        PERFORM ABORT-PROGRAM                                     zbnkachv
098600     END-IF.                                                      zbnkachv
098700                                                                  zbnkachv
098800 PRINTOUT-PUT.                                                    zbnkachv
098900     WRITE PRINTOUT-REC.                                          zbnkachv
099000     IF WS-PRINTOUT-STATUS NOT = '00'                             zbnkachv
099100        MOVE 'PRINTOUT Error writing file ...'                    zbnkachv
099200          TO WS-CONSOLE-MESSAGE                                   zbnkachv
099300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkachv
099400        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkachv
099500        PERFORM DISPLAY-IO-STATUS                                 zbnkachv
099600        PERFORM ABORT-PROGRAM                                     zbnkachv
099700     END-IF.                                                      zbnkachv
099800     ADD 1 TO WS-LINES-PRINTED.                                   zbnkachv
099900                                                                  zbnkachv
100000 PRINTOUT-CLOSE.                                                  zbnkachv
100100     CLOSE PRINTOUT-FILE.                                         zbnkachv
100200     IF WS-PRINTOUT-STATUS = '00'                                 zbnkachv
100300        MOVE 'PRINTOUT file closed OK' TO WS-CONSOLE-MESSAGE      zbnkachv
100400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkachv
100500     ELSE                                                         zbnkachv
100600        MOVE 'PRINTOUT file close failure...'                     zbnkachv
100700          TO WS-CONSOLE-MESSAGE                                   zbnkachv
100800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkachv
100900        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkachv
101000        PERFORM DISPLAY-IO-STATUS                                 zbnkachv
101100        PERFORM ABORT-PROGRAM                                     zbnkachv
101200     END-IF.                                                      zbnkachv
101300                                                                  zbnkachv
101400 JOBSUM-OPEN.                                                     zbnkachv
101500     OPEN OUTPUT JOBSUM-FILE.                                     zbnkachv
101600     IF WS-JOBSUM-STATUS = '00'                                   zbnkachv
101700        MOVE 'JOBSUM file opened OK' TO WS-CONSOLE-MESSAGE        zbnkachv
101800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkachv
101900     ELSE                                                         zbnkachv
102000        MOVE 'JOBSUM file open failure...' TO WS-CONSOLE-MESSAGE  zbnkachv
102100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkachv
102200        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkachv
102300        PERFORM DISPLAY-IO-STATUS                                 zbnkachv
102400        PERFORM ABORT-PROGRAM                                     zbnkachv
102500     END-IF.                                                      zbnkachv
102600                                                                  zbnkachv
102700 JOBSUM-PUT.                                                      zbnkachv
102800     WRITE JOBSUM-REC.                                            zbnkachv
102900     IF WS-JOBSUM-STATUS NOT = '00'                               zbnkachv
103000        MOVE 'JOBSUM Error writing file ...' TO WS-CONSOLE-MESSAGEzbnkachv
103100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkachv
103200        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkachv
103300        PERFORM DISPLAY-IO-STATUS                                 zbnkachv
103400        PERFORM ABORT-PROGRAM                                     zbnkachv
103500     END-IF.                                                      zbnkachv
103600                                                                  zbnkachv
103700 JOBSUM-CLOSE.                                                    zbnkachv
103800     CLOSE JOBSUM-FILE.                                           zbnkachv
103900     IF WS-JOBSUM-STATUS = '00'                                   zbnkachv
104000        MOVE 'JOBSUM file closed OK' TO WS-CONSOLE-MESSAGE        zbnkachv
104100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkachv
104200     ELSE                                                         zbnkachv
104300        MOVE 'JOBSUM file close failure...' TO WS-CONSOLE-MESSAGE zbnkachv
104400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkachv
104500        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkachv
104600        PERFORM DISPLAY-IO-STATUS                                 zbnkachv
104700        PERFORM ABORT-PROGRAM                                     zbnkachv
104800     END-IF.                                                      zbnkachv
104900                                                                  zbnkachv
105000******************************************************************zbnkachv
105100* Run-control hooks. The START call blocks this job when it has  *zbnkachv
105200* already completed for the business date, records the start on  *zbnkachv
105300* BNKRUNC and hands back the business date; the END call records *zbnkachv
105400* the end time and return code. See URUNCTL.CBL.                 *zbnkachv
105500******************************************************************zbnkachv
105600 RUN-CONTROL-START.                                               zbnkachv
105700     SET RUNCTL-START TO TRUE.                                    zbnkachv
105800     MOVE 'ZBNKACHV' TO RUNCTL-JOB.                               zbnkachv
105900     MOVE ZERO TO RUNCTL-BUSDATE.                                 zbnkachv
106000     MOVE ZERO TO RUNCTL-RETURN-CODE.                             zbnkachv
106100     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkachv
106200     IF RUNCTL-BLOCKED                                            zbnkachv
106300        MOVE RUNCTL-REPLY-TEXT TO WS-CONSOLE-MESSAGE              zbnkachv
106400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkachv
106500        MOVE 'Run control blocked this run' TO WS-CONSOLE-MESSAGE zbnkachv
106600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkachv
106700        MOVE 8 TO RETURN-CODE                                     zbnkachv
106800        GOBACK                                                    zbnkachv
106900     END-IF.                                                      zbnkachv
107000 RUN-CONTROL-START-EXIT.                                          zbnkachv
107100     EXIT.                                                        zbnkachv
107200                                                                  zbnkachv
107300 RUN-CONTROL-END.                                                 zbnkachv
107400     SET RUNCTL-END TO TRUE.                                      zbnkachv
107500     MOVE RETURN-CODE TO RUNCTL-RETURN-CODE.                      zbnkachv
107600     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkachv
107700                                                                  zbnkachv
107800******************************************************************zbnkachv
107900* Display the file status bytes                                  *zbnkachv
108000******************************************************************zbnkachv
108100 DISPLAY-IO-STATUS.                                               zbnkachv
108200     IF WS-IO-STATUS NUMERIC                                      zbnkachv
108300        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkachv
108400        STRING 'File status -' DELIMITED BY SIZE                  zbnkachv
108500               WS-IO-STATUS DELIMITED BY SIZE                     zbnkachv
108600          INTO WS-CONSOLE-MESSAGE                                 zbnkachv
108700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkachv
108800     ELSE                                                         zbnkachv
108900        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     zbnkachv
109000        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    zbnkachv
109100        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkachv
109200        STRING 'File status -' DELIMITED BY SIZE                  zbnkachv
109300               WS-IO-STAT1 DELIMITED BY SIZE                      zbnkachv
109400               '/' DELIMITED BY SIZE                              zbnkachv
109500               WS-TWO-BYTES DELIMITED BY SIZE                     zbnkachv
109600          INTO WS-CONSOLE-MESSAGE                                 zbnkachv
109700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkachv
109800     END-IF.                                                      zbnkachv
109900                                                                  zbnkachv
110000******************************************************************zbnkachv
110100* 'ABORT' the program. Post a message and issue a goback         *zbnkachv
110200******************************************************************zbnkachv
110300 ABORT-PROGRAM.                                                   zbnkachv
110400     IF WS-CONSOLE-MESSAGE NOT = SPACES                           zbnkachv
110500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkachv
110600     END-IF.                                                      zbnkachv
110700     MOVE 'Program is abending...' TO WS-CONSOLE-MESSAGE.         zbnkachv
110800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkachv
110900     MOVE 16 TO RETURN-CODE.                                      zbnkachv
111000     GOBACK.                                                      zbnkachv
111100                                                                  zbnkachv
111200******************************************************************zbnkachv
111300* Display CONSOLE messages...                                    *zbnkachv
111400******************************************************************zbnkachv
111500 DISPLAY-CONSOLE-MESSAGE.                                         zbnkachv
111600     DISPLAY 'ZBNKACHV - ' WS-CONSOLE-MESSAGE                     zbnkachv
111700       UPON CONSOLE.                                              zbnkachv
111800     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       zbnkachv
