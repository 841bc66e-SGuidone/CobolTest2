000100******************************************************************zbnkbrev
000200*                                                               * zbnkbrev
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * zbnkbrev
000400*   This demonstration program is provided for use by users     * zbnkbrev
000500*   of Micro Focus products and may be used, modified and       * zbnkbrev
000600*   distributed as part of your application provided that       * zbnkbrev
000700*   you properly acknowledge the copyright of Micro Focus       * zbnkbrev
000800*   in this material.                                           * zbnkbrev
000900*                                                               * zbnkbrev
001000******************************************************************zbnkbrev
001100                                                                  zbnkbrev
001200******************************************************************zbnkbrev
001300* ZBNKBREV.CBL                                                   *zbnkbrev
001400* Function:    Supervised bulk reversal of a mistaken batch      *zbnkbrev
001500*              posting run. Control cards name a posting type    *zbnkbrev
001600*              and the business date it was posted on, with an   *zbnkbrev
001700*              optional account-type or branch filter. Every     *zbnkbrev
001800*              matching posting still standing is reversed the   *zbnkbrev
001900*              way DBANK14P reverses one: an offsetting REV      *zbnkbrev
002000*              entry on BNKTXN cross-referenced to the original, *zbnkbrev
002100*              the original flagged reversed, the amount backed  *zbnkbrev
002200*              out of the BNKACCT balance and the running        *zbnkbrev
002300*              balances of the account's later postings          *zbnkbrev
002400*              repaired. The office-account contra goes through  *zbnkbrev
002500*              UOFAPOST. The first card must be an APPROVE card  *zbnkbrev
002600*              naming the authorising officer, as for ZBNKRBCK,  *zbnkbrev
002700*              or nothing is touched. Every reversal is listed   *zbnkbrev
002800*              on PRINTOUT.                                      *zbnkbrev
002810*              Each reversal carries the original posting's      *zbnkbrev
002820*              channel.                                          *zbnkbrev
002900******************************************************************zbnkbrev
003000 IDENTIFICATION DIVISION.                                         zbnkbrev
003100 PROGRAM-ID.                                                      zbnkbrev
003200     ZBNKBREV.                                                    zbnkbrev
003300 DATE-WRITTEN.                                                    zbnkbrev
003400     October 2026.                                                zbnkbrev
003500 DATE-COMPILED.                                                   zbnkbrev
003600     Today.                                                       zbnkbrev
003700                                                                  zbnkbrev
003800 ENVIRONMENT DIVISION.                                            zbnkbrev
003900 INPUT-OUTPUT   SECTION.                                          zbnkbrev
004000   FILE-CONTROL.                                                  zbnkbrev
004100     SELECT BREVIN-FILE                                           zbnkbrev
004200            ASSIGN       TO BREVIN                                zbnkbrev
004300            ORGANIZATION IS SEQUENTIAL                            zbnkbrev
004400            ACCESS MODE  IS SEQUENTIAL                            zbnkbrev
004500            FILE STATUS  IS WS-BREVIN-STATUS.                     zbnkbrev
004600     SELECT TXD-FILE                                              zbnkbrev
004700            ASSIGN       TO BNKTXD                                zbnkbrev
004800            ORGANIZATION IS INDEXED                               zbnkbrev
004900            ACCESS MODE  IS DYNAMIC                               zbnkbrev
005000            RECORD KEY   IS TD-REC-KEY                            zbnkbrev
005100            FILE STATUS  IS WS-TXD-STATUS.                        zbnkbrev
005200     SELECT REVWORK-FILE                                          zbnkbrev
005300            ASSIGN       TO REVWORK                               zbnkbrev
005400            ORGANIZATION IS SEQUENTIAL                            zbnkbrev
005500            ACCESS MODE  IS SEQUENTIAL                            zbnkbrev
005600            FILE STATUS  IS WS-REVWORK-STATUS.                    zbnkbrev
005700     SELECT TXN-FILE                                              zbnkbrev
005800            ASSIGN       TO BNKTXN                                zbnkbrev
005900            ORGANIZATION IS INDEXED                               zbnkbrev
006000            ACCESS MODE  IS DYNAMIC                               zbnkbrev
006100            RECORD KEY   IS BTX-REC-KEY                           zbnkbrev
006200            FILE STATUS  IS WS-TXN-STATUS.                        zbnkbrev
006300     SELECT ACCOUNT-FILE                                          zbnkbrev
006400            ASSIGN       TO BNKACCT                               zbnkbrev
006500            ORGANIZATION IS INDEXED                               zbnkbrev
006600            ACCESS MODE  IS RANDOM                                zbnkbrev
006700            RECORD KEY   IS BAC-REC-ACCNO                         zbnkbrev
006800            FILE STATUS  IS WS-ACCOUNT-STATUS.                    zbnkbrev
006900     SELECT PRINTOUT-FILE                                         zbnkbrev
007000            ASSIGN       TO PRINTOUT                              zbnkbrev
007100            ORGANIZATION IS SEQUENTIAL                            zbnkbrev
007200            ACCESS MODE  IS SEQUENTIAL                            zbnkbrev
007300            FILE STATUS  IS WS-PRINTOUT-STATUS.                   zbnkbrev
007400     SELECT JOBSUM-FILE                                           zbnkbrev
007500            ASSIGN       TO JOBSUM                                zbnkbrev
007600            ORGANIZATION IS SEQUENTIAL                            zbnkbrev
007700            ACCESS MODE  IS SEQUENTIAL                            zbnkbrev
007800            FILE STATUS  IS WS-JOBSUM-STATUS.                     zbnkbrev
007900                                                                  zbnkbrev
008000 DATA DIVISION.                                                   zbnkbrev
008100 FILE SECTION.                                                    zbnkbrev
008200                                                                  zbnkbrev
008300 FD  BREVIN-FILE.                                                 zbnkbrev
008400 01  BREVIN-REC                        PIC X(80).                 zbnkbrev
008500                                                                  zbnkbrev
008600 FD  TXD-FILE.                                                    zbnkbrev
008700 01  TXD-FILE-REC.                                                zbnkbrev
008800 COPY CBANKVTD.                                                   zbnkbrev
008900                                                                  zbnkbrev
009000 FD  REVWORK-FILE.                                                zbnkbrev
009100 01  REVWORK-REC                       PIC X(31).                 zbnkbrev
009200                                                                  zbnkbrev
009300 FD  TXN-FILE.                                                    zbnkbrev
009400 01  TXN-FILE-REC.                                                zbnkbrev
009500 COPY CBANKVTX.                                                   zbnkbrev
009600                                                                  zbnkbrev
009700 FD  ACCOUNT-FILE.                                                zbnkbrev
009800 01  ACCOUNT-FILE-REC.                                            zbnkbrev
009900 COPY CBANKVAC.                                                   zbnkbrev
010000                                                                  zbnkbrev
010100 FD  PRINTOUT-FILE.                                               zbnkbrev
010200 01  PRINTOUT-REC                      PIC X(121).                zbnkbrev
010300                                                                  zbnkbrev
010400 FD  JOBSUM-FILE.                                                 zbnkbrev
010500 01  JOBSUM-REC                        PIC X(80).                 zbnkbrev
010600                                                                  zbnkbrev
010700 WORKING-STORAGE SECTION.                                         zbnkbrev
010800 01  WS-RUN-CONTROL.                                              zbnkbrev
010900 COPY CRUNCTLD.                                                   zbnkbrev
011000 01  WS-FILE-STATUSES.                                            zbnkbrev
011100   05  WS-BREVIN-STATUS.                                          zbnkbrev
011200     10  WS-BREVIN-STAT1                PIC X(1).                 zbnkbrev
011300     10  WS-BREVIN-STAT2                PIC X(1).                 zbnkbrev
011400   05  WS-TXD-STATUS.                                             zbnkbrev
011500     10  WS-TXD-STAT1                   PIC X(1).                 zbnkbrev
011600     10  WS-TXD-STAT2                   PIC X(1).                 zbnkbrev
011700   05  WS-REVWORK-STATUS.                                         zbnkbrev
011800     10  WS-REVWORK-STAT1               PIC X(1).                 zbnkbrev
011900     10  WS-REVWORK-STAT2               PIC X(1).                 zbnkbrev
012000   05  WS-TXN-STATUS.                                             zbnkbrev
012100     10  WS-TXN-STAT1                   PIC X(1).                 zbnkbrev
012200     10  WS-TXN-STAT2                   PIC X(1).                 zbnkbrev
012300   05  WS-ACCOUNT-STATUS.                                         zbnkbrev
012400     10  WS-ACCOUNT-STAT1               PIC X(1).                 zbnkbrev
012500     10  WS-ACCOUNT-STAT2               PIC X(1).                 zbnkbrev
012600   05  WS-PRINTOUT-STATUS.                                        zbnkbrev
012700     10  WS-PRINTOUT-STAT1              PIC X(1).                 zbnkbrev
012800     10  WS-PRINTOUT-STAT2              PIC X(1).                 zbnkbrev
012900   05  WS-JOBSUM-STATUS.                                          zbnkbrev
013000     10  WS-JOBSUM-STAT1                PIC X(1).                 zbnkbrev
013100     10  WS-JOBSUM-STAT2                PIC X(1).                 zbnkbrev
013200   05  WS-IO-STATUS.                                              zbnkbrev
013300     10  WS-IO-STAT1                   PIC X(1).                  zbnkbrev
013400     10  WS-IO-STAT2                   PIC X(1).                  zbnkbrev
013500                                                                  zbnkbrev
013600   05  WS-TWO-BYTES.                                              zbnkbrev
013700     10  WS-TWO-BYTES-LEFT             PIC X(1).                  zbnkbrev
013800     10  WS-TWO-BYTES-RIGHT            PIC X(1).                  zbnkbrev
013900   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 zbnkbrev
014000                                      PIC 9(1) COMP.              zbnkbrev
014100                                                                  zbnkbrev
014200 01  WS-CONSOLE-MESSAGE                    PIC X(48).             zbnkbrev
014300                                                                  zbnkbrev
014400 01  WS-DATE-WORK-AREA.                                           zbnkbrev
014500 COPY CDATED.                                                     zbnkbrev
014600                                                                  zbnkbrev
014700 01  WS-TODAY-DATE-N                       PIC 9(8).              zbnkbrev
014800 01  WS-TODAY-DATE-PARTS REDEFINES WS-TODAY-DATE-N.               zbnkbrev
014900     05  WS-TODAY-CCYY                     PIC 9(4).              zbnkbrev
015000     05  WS-TODAY-MM                       PIC 9(2).              zbnkbrev
015100     05  WS-TODAY-DD                       PIC 9(2).              zbnkbrev
015200 01  WS-RUN-DATE-DISPLAY                   PIC X(11).             zbnkbrev
015300 01  WS-RUN-TIME-8                         PIC 9(8).              zbnkbrev
015400 01  WS-RUN-TIME                           PIC X(6).              zbnkbrev
015500 01  WS-TXN-SEQ                            PIC 9(3) VALUE ZERO.   zbnkbrev
015600                                                                  zbnkbrev
015700 01  WS-APPROVED-SW                        PIC X(3) VALUE 'NO '.  zbnkbrev
015800 01  WS-CARD-ERROR-SW                      PIC X(3) VALUE 'NO '.  zbnkbrev
015900 01  WS-OFFICER                            PIC X(8) VALUE SPACES. zbnkbrev
016000 01  WS-CARD-COUNT                         PIC 9(5) VALUE ZERO.   zbnkbrev
016100 01  WS-SELECTED-COUNT                     PIC 9(5) VALUE ZERO.   zbnkbrev
016200 01  WS-REVERSED-COUNT                     PIC 9(5) VALUE ZERO.   zbnkbrev
016300 01  WS-SKIPPED-COUNT                      PIC 9(5) VALUE ZERO.   zbnkbrev
016400 01  WS-FILTERED-COUNT                     PIC 9(5) VALUE ZERO.   zbnkbrev
016500 01  WS-REPAIRED-COUNT                     PIC 9(7) VALUE ZERO.   zbnkbrev
016600 01  WS-REVERSED-TOTAL                     PIC S9(11)V99 COMP-3   zbnkbrev
016700                                           VALUE ZERO.            zbnkbrev
016800 01  WS-CARD-REVERSED                      PIC 9(5).              zbnkbrev
016900 01  WS-CARD-TOTAL                         PIC S9(11)V99 COMP-3.  zbnkbrev
017000 01  WS-END-OF-BREVIN                      PIC X(3) VALUE 'NO '.  zbnkbrev
017100 01  WS-END-OF-TXD                         PIC X(3) VALUE 'NO '.  zbnkbrev
017200 01  WS-END-OF-REVWORK                     PIC X(3) VALUE 'NO '.  zbnkbrev
017300 01  WS-END-OF-REPAIR                      PIC X(3) VALUE 'NO '.  zbnkbrev
017400                                                                  zbnkbrev
017500******************************************************************zbnkbrev
017600* Control cards. APPROVE officer comes first; each REVERSE card  *zbnkbrev
017700* then names the posting type, the CCYYMMDD business date it was *zbnkbrev
017800* posted on, an optional account type and branch to confine the  *zbnkbrev
017900* reversal to, and the office account the original run's contra  *zbnkbrev
018000* went to - blank takes the usual one for the type, NONE means   *zbnkbrev
018100* the original run posted no contra.                             *zbnkbrev
018200******************************************************************zbnkbrev
018300 01  WS-CARD-DETAIL                        PIC X(80).             zbnkbrev
018400 01  WS-CARD-APPROVE REDEFINES WS-CARD-DETAIL.                    zbnkbrev
018500   05  WS-APPROVE-WORD                     PIC X(7).              zbnkbrev
018600   05  FILLER                              PIC X(1).              zbnkbrev
018700   05  WS-APPROVE-OFFICER                  PIC X(8).              zbnkbrev
018800   05  FILLER                              PIC X(64).             zbnkbrev
018900 01  WS-CARD-REVERSE REDEFINES WS-CARD-DETAIL.                    zbnkbrev
019000   05  WS-REV-WORD                         PIC X(7).              zbnkbrev
019100   05  FILLER                              PIC X(1).              zbnkbrev
019200   05  WS-REV-TYPE                         PIC X(3).              zbnkbrev
019300   05  FILLER                              PIC X(1).              zbnkbrev
019400   05  WS-REV-DATE                         PIC X(8).              zbnkbrev
019500   05  WS-REV-DATE-N REDEFINES WS-REV-DATE PIC 9(8).              zbnkbrev
019600   05  FILLER                              PIC X(1).              zbnkbrev
019700   05  WS-REV-ACCT-TYPE                    PIC X(1).              zbnkbrev
019800   05  FILLER                              PIC X(1).              zbnkbrev
019900   05  WS-REV-BRANCH                       PIC X(3).              zbnkbrev
020000   05  FILLER                              PIC X(1).              zbnkbrev
020100   05  WS-REV-OFFICE                       PIC X(8).              zbnkbrev
020200   05  FILLER                              PIC X(45).             zbnkbrev
020300                                                                  zbnkbrev
020400******************************************************************zbnkbrev
020500* One day's journal entry seen as the posting it carries - only  *zbnkbrev
020600* the key and the posting type are needed to select it.          *zbnkbrev
020700******************************************************************zbnkbrev
020800 01  WS-SEL-POSTING.                                              zbnkbrev
020900   05  WS-SEL-KEY                          PIC X(31).             zbnkbrev
021000   05  FILLER                              PIC X(36).             zbnkbrev
021100   05  WS-SEL-TYPE                         PIC X(3).              zbnkbrev
021200   05  FILLER                              PIC X(16).             zbnkbrev
021300                                                                  zbnkbrev
021400 01  WS-ORIG-KEY                           PIC X(31).             zbnkbrev
021500 01  WS-ORIG-AMOUNT                        PIC S9(7)V99 COMP-3.   zbnkbrev
021600 01  WS-ORIG-VALUE-DTE                     PIC 9(8).              zbnkbrev
021700 01  WS-ORIG-DATE                          PIC X(11).             zbnkbrev
021800 01  WS-ORIG-TIME                          PIC X(8).              zbnkbrev
021900 01  WS-ORIG-SEQ                           PIC X(3).              zbnkbrev
021950 01  WS-ORIG-CHANNEL                       PIC X(1).              zbnkbrev
022000 01  WS-CONTRA-OFFICE                      PIC X(8).              zbnkbrev
022100                                                                  zbnkbrev
022200 01  WS-REPORT-LINE.                                              zbnkbrev
022300   05  WS-RPT-ACCNO                        PIC X(9).              zbnkbrev
022400   05  FILLER                              PIC X(2) VALUE SPACES. zbnkbrev
022500   05  WS-RPT-DATE                         PIC X(11).             zbnkbrev
022600   05  FILLER                              PIC X(2) VALUE SPACES. zbnkbrev
022700   05  WS-RPT-TIME                         PIC X(8).              zbnkbrev
022800   05  FILLER                              PIC X(2) VALUE SPACES. zbnkbrev
022900   05  WS-RPT-SEQ                          PIC X(3).              zbnkbrev
023000   05  FILLER                              PIC X(2) VALUE SPACES. zbnkbrev
023100   05  WS-RPT-AMOUNT                       PIC -(7)9.99.          zbnkbrev
023200   05  FILLER                              PIC X(2) VALUE SPACES. zbnkbrev
023300   05  WS-RPT-BALANCE                      PIC -(7)9.99.          zbnkbrev
023400   05  FILLER                              PIC X(2) VALUE SPACES. zbnkbrev
023500   05  WS-RPT-TEXT                         PIC X(40).             zbnkbrev
023600   05  FILLER                              PIC X(16) VALUE SPACES.zbnkbrev
023700 01  WS-EDIT-COUNT                         PIC Z(4)9.             zbnkbrev
023800 01  WS-EDIT-TOTAL                         PIC -(10)9.99.         zbnkbrev
023900                                                                  zbnkbrev
024000 01  WS-OFAPOST-PARM.                                             zbnkbrev
024100 COPY COFAPSTD.                                                   zbnkbrev
024200                                                                  zbnkbrev
024300 01  WS-JRNL-PARM.                                                zbnkbrev
024400 COPY CJRNLD.                                                     zbnkbrev
024500 01  WS-JRNL-IMAGE                         PIC X(200).            zbnkbrev
024600                                                                  zbnkbrev
024700 01  WS-TXNJ-PARM.                                                zbnkbrev
024800 COPY CTXNJND.                                                    zbnkbrev
024900                                                                  zbnkbrev
025000 PROCEDURE DIVISION.                                              zbnkbrev
025100                                                                  zbnkbrev
025200     PERFORM RUN-CONTROL-START                                    zbnkbrev
025300         THRU RUN-CONTROL-START-EXIT.                             zbnkbrev
025400     PERFORM GET-RUN-DATE.                                        zbnkbrev
025500                                                                  zbnkbrev
025600     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           zbnkbrev
025700     STRING 'Bulk reversal run for ' DELIMITED BY SIZE            zbnkbrev
025800            WS-RUN-DATE-DISPLAY DELIMITED BY SIZE                 zbnkbrev
025900       INTO WS-CONSOLE-MESSAGE.                                   zbnkbrev
026000     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkbrev
026100                                                                  zbnkbrev
026200     PERFORM BREVIN-OPEN.                                         zbnkbrev
026300     PERFORM TXN-OPEN.                                            zbnkbrev
026400     PERFORM ACCOUNT-OPEN.                                        zbnkbrev
026500     PERFORM PRINTOUT-OPEN.                                       zbnkbrev
026600                                                                  zbnkbrev
026700     MOVE SPACES TO PRINTOUT-REC.                                 zbnkbrev
026800     STRING 'Bulk posting reversal - run date ' DELIMITED BY SIZE zbnkbrev
026900            WS-RUN-DATE-DISPLAY DELIMITED BY SIZE                 zbnkbrev
027000       INTO PRINTOUT-REC.                                         zbnkbrev
027100     PERFORM PRINTOUT-WRITE.                                      zbnkbrev
027200                                                                  zbnkbrev
027300     MOVE 'NO ' TO WS-END-OF-BREVIN.                              zbnkbrev
027400     PERFORM PROCESS-NEXT-CARD                                    zbnkbrev
027500         THRU PROCESS-NEXT-CARD-EXIT                              zbnkbrev
027600         UNTIL WS-END-OF-BREVIN = 'YES'.                          zbnkbrev
027700                                                                  zbnkbrev
027800     IF WS-APPROVED-SW NOT = 'YES'                                zbnkbrev
027900        MOVE 'No APPROVE card - nothing reversed'                 zbnkbrev
028000          TO WS-CONSOLE-MESSAGE                                   zbnkbrev
028100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbrev
028200     END-IF.                                                      zbnkbrev
028300                                                                  zbnkbrev
028400     PERFORM BREVIN-CLOSE.                                        zbnkbrev
028500     PERFORM TXN-CLOSE.                                           zbnkbrev
028600     PERFORM ACCOUNT-CLOSE.                                       zbnkbrev
028700     PERFORM PRINTOUT-CLOSE.                                      zbnkbrev
028800                                                                  zbnkbrev
028900     PERFORM PRINT-JOB-SUMMARY.                                   zbnkbrev
029000                                                                  zbnkbrev
029100     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     zbnkbrev
029200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkbrev
029300     IF WS-APPROVED-SW NOT = 'YES' OR                             zbnkbrev
029400        WS-CARD-ERROR-SW = 'YES'                                  zbnkbrev
029500        MOVE 8 TO RETURN-CODE                                     zbnkbrev
029600     ELSE                                                         zbnkbrev
029700        IF WS-SKIPPED-COUNT IS GREATER THAN ZERO                  zbnkbrev
029800           MOVE 4 TO RETURN-CODE                                  zbnkbrev
029900        ELSE                                                      zbnkbrev
030000           MOVE 0 TO RETURN-CODE                                  zbnkbrev
030100        END-IF                                                    zbnkbrev
030200     END-IF.                                                      zbnkbrev
030300     PERFORM RUN-CONTROL-END.                                     zbnkbrev
030400     GOBACK.                                                      zbnkbrev
030500                                                                  zbnkbrev
030600******************************************************************zbnkbrev
030700* GET-RUN-DATE                                                   *zbnkbrev
030800* Obtains today's date, in both numeric and display form, and    *zbnkbrev
030900* the current time.                                              *zbnkbrev
031000******************************************************************zbnkbrev
031100 GET-RUN-DATE.                                                    zbnkbrev
031200     ACCEPT WS-TODAY-DATE-N FROM DATE YYYYMMDD.                   zbnkbrev
031300     MOVE SPACES TO DD-INPUT-TYPE.                                zbnkbrev
031400     SET DDI-ISO TO TRUE.                                         zbnkbrev
031500     MOVE SPACES TO DDI-DATA.                                     zbnkbrev
031600     STRING WS-TODAY-CCYY DELIMITED BY SIZE                       zbnkbrev
031700            '-'           DELIMITED BY SIZE                       zbnkbrev
031800            WS-TODAY-MM   DELIMITED BY SIZE                       zbnkbrev
031900            '-'           DELIMITED BY SIZE                       zbnkbrev
032000            WS-TODAY-DD   DELIMITED BY SIZE                       zbnkbrev
032100       INTO DDI-DATA.                                             zbnkbrev
032200     MOVE SPACES TO DD-OUTPUT-TYPE.                               zbnkbrev
032300     SET DDO-DD-MMM-YYYY TO TRUE.                                 zbnkbrev
032400     SET DD-ENV-NULL TO TRUE.                                     zbnkbrev
032500     CALL 'UDATECNV' USING WS-DATE-WORK-AREA.                     zbnkbrev
032600     MOVE DDO-DATA TO WS-RUN-DATE-DISPLAY.                        zbnkbrev
032700     ACCEPT WS-RUN-TIME-8 FROM TIME.                              zbnkbrev
032800     MOVE WS-RUN-TIME-8(1:6) TO WS-RUN-TIME.                      zbnkbrev
032900 GET-RUN-DATE-EXIT.                                               zbnkbrev
033000     EXIT.                                                        zbnkbrev
033100                                                                  zbnkbrev
033200******************************************************************zbnkbrev
033300* Read and action the next control card. The first card must be  *zbnkbrev
033400* the authorising officer's APPROVE card; every later card is a  *zbnkbrev
033500* REVERSE card naming one run's postings.                        *zbnkbrev
033600******************************************************************zbnkbrev
033700 PROCESS-NEXT-CARD.                                               zbnkbrev
033800     READ BREVIN-FILE.                                            zbnkbrev
033900     IF WS-BREVIN-STATUS = '10'                                   zbnkbrev
034000        MOVE 'YES' TO WS-END-OF-BREVIN                            zbnkbrev
034100        GO TO PROCESS-NEXT-CARD-EXIT                              zbnkbrev
034200     END-IF.                                                      zbnkbrev
034300     IF WS-BREVIN-STATUS NOT = '00'                               zbnkbrev
034400        MOVE 'BREVIN Error reading file ...'                      zbnkbrev
034500          TO WS-CONSOLE-MESSAGE                                   zbnkbrev
034600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbrev
034700        MOVE WS-BREVIN-STATUS TO WS-IO-STATUS                     zbnkbrev
034800        PERFORM DISPLAY-IO-STATUS                                 zbnkbrev
034900        PERFORM ABORT-PROGRAM                                     zbnkbrev
035000     END-IF.                                                      zbnkbrev
035100     MOVE BREVIN-REC TO WS-CARD-DETAIL.                           zbnkbrev
035200     IF WS-CARD-DETAIL = SPACES                                   zbnkbrev
035300        GO TO PROCESS-NEXT-CARD-EXIT                              zbnkbrev
035400     END-IF.                                                      zbnkbrev
035500     ADD 1 TO WS-CARD-COUNT.                                      zbnkbrev
035600                                                                  zbnkbrev
035700     MOVE SPACES TO PRINTOUT-REC.                                 zbnkbrev
035800     PERFORM PRINTOUT-WRITE.                                      zbnkbrev
035900     STRING 'Card: ' DELIMITED BY SIZE                            zbnkbrev
036000            WS-CARD-DETAIL DELIMITED BY SIZE                      zbnkbrev
036100       INTO PRINTOUT-REC.                                         zbnkbrev
036200     PERFORM PRINTOUT-WRITE.                                      zbnkbrev
036300                                                                  zbnkbrev
036400     IF WS-APPROVE-WORD = 'APPROVE'                               zbnkbrev
036500        MOVE 'YES' TO WS-APPROVED-SW                              zbnkbrev
036600        MOVE WS-APPROVE-OFFICER TO WS-OFFICER                     zbnkbrev
036700        GO TO PROCESS-NEXT-CARD-EXIT                              zbnkbrev
036800     END-IF.                                                      zbnkbrev
036900                                                                  zbnkbrev
037000     IF WS-APPROVED-SW NOT = 'YES'                                zbnkbrev
037100        MOVE 'Card ignored - no APPROVE card seen' TO PRINTOUT-RECzbnkbrev
037200        PERFORM PRINTOUT-WRITE                                    zbnkbrev
037300        MOVE 'YES' TO WS-CARD-ERROR-SW                            zbnkbrev
037400        GO TO PROCESS-NEXT-CARD-EXIT                              zbnkbrev
037500     END-IF.                                                      zbnkbrev
037600                                                                  zbnkbrev
037700     IF WS-REV-WORD NOT = 'REVERSE'                               zbnkbrev
037800        MOVE 'Card ignored - not a REVERSE card' TO PRINTOUT-REC  zbnkbrev
037900        PERFORM PRINTOUT-WRITE                                    zbnkbrev
038000        MOVE 'YES' TO WS-CARD-ERROR-SW                            zbnkbrev
038100        GO TO PROCESS-NEXT-CARD-EXIT                              zbnkbrev
038200     END-IF.                                                      zbnkbrev
038300                                                                  zbnkbrev
038400     PERFORM CHECK-REVERSE-CARD                                   zbnkbrev
038500         THRU CHECK-REVERSE-CARD-EXIT.                            zbnkbrev
038600     IF WS-CONTRA-OFFICE = SPACES                                 zbnkbrev
038700        PERFORM PRINTOUT-WRITE                                    zbnkbrev
038800        MOVE 'YES' TO WS-CARD-ERROR-SW                            zbnkbrev
038900        GO TO PROCESS-NEXT-CARD-EXIT                              zbnkbrev
039000     END-IF.                                                      zbnkbrev
039100                                                                  zbnkbrev
039200     PERFORM SELECT-POSTINGS                                      zbnkbrev
039300         THRU SELECT-POSTINGS-EXIT.                               zbnkbrev
039400     PERFORM REVERSE-SELECTED-POSTINGS                            zbnkbrev
039500         THRU REVERSE-SELECTED-POSTINGS-EXIT.                     zbnkbrev
039600 PROCESS-NEXT-CARD-EXIT.                                          zbnkbrev
039700     EXIT.                                                        zbnkbrev
039800                                                                  zbnkbrev
039900******************************************************************zbnkbrev
040000* Check a REVERSE card and settle the office account its         *zbnkbrev
040100* reversals' contras go to. A card that cannot be actioned       *zbnkbrev
040200* leaves WS-CONTRA-OFFICE blank and the reason in PRINTOUT-REC.  *zbnkbrev
040300* Reversal entries themselves cannot be bulk reversed.           *zbnkbrev
040400******************************************************************zbnkbrev
040500 CHECK-REVERSE-CARD.                                              zbnkbrev
040600     MOVE SPACES TO WS-CONTRA-OFFICE.                             zbnkbrev
040700     MOVE SPACES TO PRINTOUT-REC.                                 zbnkbrev
040800     IF WS-REV-TYPE = SPACES OR WS-REV-TYPE = 'REV'               zbnkbrev
040900        MOVE 'Card rejected - posting type missing or REV'        zbnkbrev
041000          TO PRINTOUT-REC                                         zbnkbrev
041100        GO TO CHECK-REVERSE-CARD-EXIT                             zbnkbrev
041200     END-IF.                                                      zbnkbrev
041300     IF WS-REV-DATE IS NOT NUMERIC OR WS-REV-DATE-N = ZERO        zbnkbrev
041400        MOVE 'Card rejected - business date not CCYYMMDD'         zbnkbrev
041500          TO PRINTOUT-REC                                         zbnkbrev
041600        GO TO CHECK-REVERSE-CARD-EXIT                             zbnkbrev
041700     END-IF.                                                      zbnkbrev
041800     IF WS-REV-OFFICE NOT = SPACES                                zbnkbrev
041900        MOVE WS-REV-OFFICE TO WS-CONTRA-OFFICE                    zbnkbrev
042000        GO TO CHECK-REVERSE-CARD-EXIT                             zbnkbrev
042100     END-IF.                                                      zbnkbrev
042200     EVALUATE WS-REV-TYPE                                         zbnkbrev
042300       WHEN 'FEE'                                                 zbnkbrev
042400         SET OFA-FEE-INCOME TO TRUE                               zbnkbrev
042500       WHEN 'INT'                                                 zbnkbrev
042600       WHEN 'DBI'                                                 zbnkbrev
042700         SET OFA-INTEREST-PAID TO TRUE                            zbnkbrev
042800       WHEN 'WHT'                                                 zbnkbrev
042900         SET OFA-TAX-PAYABLE TO TRUE                              zbnkbrev
043000       WHEN OTHER                                                 zbnkbrev
043100         MOVE 'Card rejected - office account must be given'      zbnkbrev
043200           TO PRINTOUT-REC                                        zbnkbrev
043300         GO TO CHECK-REVERSE-CARD-EXIT                            zbnkbrev
043400     END-EVALUATE.                                                zbnkbrev
043500     MOVE OFA-ID TO WS-CONTRA-OFFICE.                             zbnkbrev
043600 CHECK-REVERSE-CARD-EXIT.                                         zbnkbrev
043700     EXIT.                                                        zbnkbrev
043800                                                                  zbnkbrev
043900******************************************************************zbnkbrev
044000* Pick the card's postings off the BNKTXD daily posting journal  *zbnkbrev
044100* for the business date and park their BNKTXN keys on REVWORK.   *zbnkbrev
044200* The journal is closed again before anything is reversed, as    *zbnkbrev
044300* each reversal is itself journalled through UTXNJNL.            *zbnkbrev
044400******************************************************************zbnkbrev
044500 SELECT-POSTINGS.                                                 zbnkbrev
044600     PERFORM REVWORK-OPEN-OUTPUT.                                 zbnkbrev
044700     PERFORM TXD-OPEN.                                            zbnkbrev
044800     MOVE 'NO ' TO WS-END-OF-TXD.                                 zbnkbrev
044900     MOVE WS-REV-DATE-N TO TD-REC-KEY-DTE.                        zbnkbrev
045000     MOVE LOW-VALUES TO TD-REC-KEY-TXN.                           zbnkbrev
045100     START TXD-FILE KEY IS NOT LESS THAN TD-REC-KEY.              zbnkbrev
045200     IF WS-TXD-STATUS = '00'                                      zbnkbrev
045300        PERFORM SELECT-NEXT-POSTING                               zbnkbrev
045400            THRU SELECT-NEXT-POSTING-EXIT                         zbnkbrev
045500            UNTIL WS-END-OF-TXD = 'YES'                           zbnkbrev
045600     END-IF.                                                      zbnkbrev
045700     PERFORM TXD-CLOSE.                                           zbnkbrev
045800     PERFORM REVWORK-CLOSE.                                       zbnkbrev
045900 SELECT-POSTINGS-EXIT.                                            zbnkbrev
046000     EXIT.                                                        zbnkbrev
046100                                                                  zbnkbrev
046200 SELECT-NEXT-POSTING.                                             zbnkbrev
046300     READ TXD-FILE NEXT RECORD.                                   zbnkbrev
046400     IF WS-TXD-STATUS NOT = '00' OR                               zbnkbrev
046500        TD-REC-POST-DTE NOT = WS-REV-DATE-N                       zbnkbrev
046600        MOVE 'YES' TO WS-END-OF-TXD                               zbnkbrev
046700        GO TO SELECT-NEXT-POSTING-EXIT                            zbnkbrev
046800     END-IF.                                                      zbnkbrev
046900     MOVE TD-REC-TXN TO WS-SEL-POSTING.                           zbnkbrev
047000     IF WS-SEL-TYPE NOT = WS-REV-TYPE                             zbnkbrev
047100        GO TO SELECT-NEXT-POSTING-EXIT                            zbnkbrev
047200     END-IF.                                                      zbnkbrev
047300     ADD 1 TO WS-SELECTED-COUNT.                                  zbnkbrev
047400     MOVE WS-SEL-KEY TO REVWORK-REC.                              zbnkbrev
047500     PERFORM REVWORK-PUT.                                         zbnkbrev
047600 SELECT-NEXT-POSTING-EXIT.                                        zbnkbrev
047700     EXIT.                                                        zbnkbrev
047800                                                                  zbnkbrev
047900******************************************************************zbnkbrev
048000* Reverse each posting parked on REVWORK, then total the card.   *zbnkbrev
048100******************************************************************zbnkbrev
048200 REVERSE-SELECTED-POSTINGS.                                       zbnkbrev
048300     MOVE ZERO TO WS-CARD-REVERSED.                               zbnkbrev
048400     MOVE ZERO TO WS-CARD-TOTAL.                                  zbnkbrev
048500     MOVE SPACES TO PRINTOUT-REC.                                 zbnkbrev
048600     MOVE 'Account    Posted       Time      Seq'                 zbnkbrev
048700       TO PRINTOUT-REC.                                           zbnkbrev
048800     MOVE '     Amount  New balance  Note'                        zbnkbrev
048900       TO PRINTOUT-REC (40:30).                                   zbnkbrev
049000     PERFORM PRINTOUT-WRITE.                                      zbnkbrev
049100     PERFORM REVWORK-OPEN-INPUT.                                  zbnkbrev
049200     MOVE 'NO ' TO WS-END-OF-REVWORK.                             zbnkbrev
049300     PERFORM REVERSE-ONE-POSTING                                  zbnkbrev
049400         THRU REVERSE-ONE-POSTING-EXIT                            zbnkbrev
049500         UNTIL WS-END-OF-REVWORK = 'YES'.                         zbnkbrev
049600     PERFORM REVWORK-CLOSE.                                       zbnkbrev
049700     MOVE WS-CARD-REVERSED TO WS-EDIT-COUNT.                      zbnkbrev
049800     MOVE WS-CARD-TOTAL TO WS-EDIT-TOTAL.                         zbnkbrev
049900     MOVE SPACES TO PRINTOUT-REC.                                 zbnkbrev
050000     STRING 'Card total: ' DELIMITED BY SIZE                      zbnkbrev
050100            WS-EDIT-COUNT DELIMITED BY SIZE                       zbnkbrev
050200            ' postings reversed, amount ' DELIMITED BY SIZE       zbnkbrev
050300            WS-EDIT-TOTAL DELIMITED BY SIZE                       zbnkbrev
050400            ', contra to ' DELIMITED BY SIZE                      zbnkbrev
050500            WS-CONTRA-OFFICE DELIMITED BY SIZE                    zbnkbrev
050600       INTO PRINTOUT-REC.                                         zbnkbrev
050700     PERFORM PRINTOUT-WRITE.                                      zbnkbrev
050800 REVERSE-SELECTED-POSTINGS-EXIT.                                  zbnkbrev
050900     EXIT.                                                        zbnkbrev
051000                                                                  zbnkbrev
051100******************************************************************zbnkbrev
051200* Reverse one posting. It must still be on BNKTXN, not already   *zbnkbrev
051300* reversed and its account must exist and pass the card's        *zbnkbrev
051400* filters. The original is flagged reversed, the amount backed   *zbnkbrev
051500* out of the account, the later postings' running balances       *zbnkbrev
051600* repaired and the offsetting entry written carrying the         *zbnkbrev
051700* corrected balance - the same steps DBANK14P takes online.      *zbnkbrev
051800******************************************************************zbnkbrev
051900 REVERSE-ONE-POSTING.                                             zbnkbrev
052000     READ REVWORK-FILE.                                           zbnkbrev
052100     IF WS-REVWORK-STATUS = '10'                                  zbnkbrev
052200        MOVE 'YES' TO WS-END-OF-REVWORK                           zbnkbrev
052300        GO TO REVERSE-ONE-POSTING-EXIT                            zbnkbrev
052400     END-IF.                                                      zbnkbrev
052500     IF WS-REVWORK-STATUS NOT = '00'                              zbnkbrev
052600        MOVE 'REVWORK Error reading file ...'                     zbnkbrev
052700          TO WS-CONSOLE-MESSAGE                                   zbnkbrev
052800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbrev
052900        MOVE WS-REVWORK-STATUS TO WS-IO-STATUS                    zbnkbrev
053000        PERFORM DISPLAY-IO-STATUS                                 zbnkbrev
053100        PERFORM ABORT-PROGRAM                                     zbnkbrev
053200     END-IF.                                                      zbnkbrev
053300     MOVE SPACES TO WS-REPORT-LINE.                               zbnkbrev
053400     MOVE REVWORK-REC TO BTX-REC-KEY.                             zbnkbrev
053500     MOVE BTX-REC-ACCNO TO WS-RPT-ACCNO.                          zbnkbrev
053600     MOVE BTX-REC-DATE TO WS-RPT-DATE.                            zbnkbrev
053700     MOVE BTX-REC-TIME TO WS-RPT-TIME.                            zbnkbrev
053800     MOVE BTX-REC-SEQ TO WS-RPT-SEQ.                              zbnkbrev
053900     MOVE ZERO TO WS-RPT-AMOUNT.                                  zbnkbrev
054000     MOVE ZERO TO WS-RPT-BALANCE.                                 zbnkbrev
054100     READ TXN-FILE.                                               zbnkbrev
054200     IF WS-TXN-STATUS NOT = '00'                                  zbnkbrev
054300        MOVE 'Skipped - posting not on BNKTXN' TO WS-RPT-TEXT     zbnkbrev
054400        PERFORM REPORT-SKIPPED                                    zbnkbrev
054500        GO TO REVERSE-ONE-POSTING-EXIT                            zbnkbrev
054600     END-IF.                                                      zbnkbrev
054700     MOVE BTX-REC-AMOUNT TO WS-RPT-AMOUNT.                        zbnkbrev
054800     IF BTX-REC-IS-REVERSED                                       zbnkbrev
054900        MOVE 'Skipped - already reversed' TO WS-RPT-TEXT          zbnkbrev
055000        PERFORM REPORT-SKIPPED                                    zbnkbrev
055100        GO TO REVERSE-ONE-POSTING-EXIT                            zbnkbrev
055200     END-IF.                                                      zbnkbrev
055300     IF BTX-REC-IS-REVERSAL                                       zbnkbrev
055400        MOVE 'Skipped - is itself a reversal' TO WS-RPT-TEXT      zbnkbrev
055500        PERFORM REPORT-SKIPPED                                    zbnkbrev
055600        GO TO REVERSE-ONE-POSTING-EXIT                            zbnkbrev
055700     END-IF.                                                      zbnkbrev
055800     MOVE BTX-REC-ACCNO TO BAC-REC-ACCNO.                         zbnkbrev
055900     READ ACCOUNT-FILE.                                           zbnkbrev
056000     IF WS-ACCOUNT-STATUS NOT = '00'                              zbnkbrev
056100        MOVE 'Skipped - account not found' TO WS-RPT-TEXT         zbnkbrev
056200        PERFORM REPORT-SKIPPED                                    zbnkbrev
056300        GO TO REVERSE-ONE-POSTING-EXIT                            zbnkbrev
056400     END-IF.                                                      zbnkbrev
056500     IF WS-REV-ACCT-TYPE NOT = SPACE AND                          zbnkbrev
056600        BAC-REC-TYPE NOT = WS-REV-ACCT-TYPE                       zbnkbrev
056700        ADD 1 TO WS-FILTERED-COUNT                                zbnkbrev
056800        GO TO REVERSE-ONE-POSTING-EXIT                            zbnkbrev
056900     END-IF.                                                      zbnkbrev
057000     IF WS-REV-BRANCH NOT = SPACES AND                            zbnkbrev
057100        BAC-REC-BRANCH NOT = WS-REV-BRANCH                        zbnkbrev
057200        ADD 1 TO WS-FILTERED-COUNT                                zbnkbrev
057300        GO TO REVERSE-ONE-POSTING-EXIT                            zbnkbrev
057400     END-IF.                                                      zbnkbrev
057500                                                                  zbnkbrev
057600     MOVE BTX-REC-KEY TO WS-ORIG-KEY.                             zbnkbrev
057700     MOVE BTX-REC-AMOUNT TO WS-ORIG-AMOUNT.                       zbnkbrev
057800     MOVE BTX-REC-DATE TO WS-ORIG-DATE.                           zbnkbrev
057900     MOVE BTX-REC-TIME TO WS-ORIG-TIME.                           zbnkbrev
058000     MOVE BTX-REC-SEQ TO WS-ORIG-SEQ.                             zbnkbrev
058050     MOVE BTX-REC-CHANNEL TO WS-ORIG-CHANNEL.                     zbnkbrev
058100     IF BTX-REC-VALUE-DTE IS NUMERIC AND                          zbnkbrev
058200        BTX-REC-VALUE-DTE IS GREATER THAN ZERO                    zbnkbrev
058300        MOVE BTX-REC-VALUE-DTE TO WS-ORIG-VALUE-DTE               zbnkbrev
058400     ELSE                                                         zbnkbrev
058500        MOVE WS-REV-DATE-N TO WS-ORIG-VALUE-DTE                   zbnkbrev
058600     END-IF.                                                      zbnkbrev
058700                                                                  zbnkbrev
058800     SET BTX-REC-IS-REVERSED TO TRUE.                             zbnkbrev
058900     PERFORM TXN-REWRITE.                                         zbnkbrev
059000                                                                  zbnkbrev
059100     MOVE ACCOUNT-FILE-REC TO WS-JRNL-IMAGE.                      zbnkbrev
059200     SUBTRACT WS-ORIG-AMOUNT FROM BAC-REC-BALANCE.                zbnkbrev
059300     PERFORM ACCOUNT-REWRITE.                                     zbnkbrev
059400                                                                  zbnkbrev
059500     PERFORM REPAIR-RUNNING-BALANCES                              zbnkbrev
059600         THRU REPAIR-RUNNING-BALANCES-EXIT.                       zbnkbrev
059700     PERFORM WRITE-OFFSETTING-ENTRY.                              zbnkbrev
059800     IF WS-CONTRA-OFFICE NOT = 'NONE'                             zbnkbrev
059900        PERFORM POST-OFFICE-CONTRA                                zbnkbrev
060000     END-IF.                                                      zbnkbrev
060100                                                                  zbnkbrev
060200     ADD 1 TO WS-REVERSED-COUNT.                                  zbnkbrev
060300     ADD 1 TO WS-CARD-REVERSED.                                   zbnkbrev
060400     ADD WS-ORIG-AMOUNT TO WS-REVERSED-TOTAL.                     zbnkbrev
060500     ADD WS-ORIG-AMOUNT TO WS-CARD-TOTAL.                         zbnkbrev
060600     MOVE BAC-REC-BALANCE TO WS-RPT-BALANCE.                      zbnkbrev
060700     MOVE 'Reversed' TO WS-RPT-TEXT.                              zbnkbrev
060800     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkbrev
060900     PERFORM PRINTOUT-WRITE.                                      zbnkbrev
061000 REVERSE-ONE-POSTING-EXIT.                                        zbnkbrev
061100     EXIT.                                                        zbnkbrev
061200                                                                  zbnkbrev
061300 REPORT-SKIPPED.                                                  zbnkbrev
061400     ADD 1 TO WS-SKIPPED-COUNT.                                   zbnkbrev
061500     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkbrev
061600     PERFORM PRINTOUT-WRITE.                                      zbnkbrev
061700                                                                  zbnkbrev
061800******************************************************************zbnkbrev
061900* Every posting of the account after the original in key         *zbnkbrev
062000* sequence carried a running balance that included the           *zbnkbrev
062100* mis-posted amount - back it out of each of them.               *zbnkbrev
062200******************************************************************zbnkbrev
062300 REPAIR-RUNNING-BALANCES.                                         zbnkbrev
062400     MOVE WS-ORIG-KEY TO BTX-REC-KEY.                             zbnkbrev
062500     START TXN-FILE KEY IS GREATER THAN BTX-REC-KEY.              zbnkbrev
062600     IF WS-TXN-STATUS NOT = '00'                                  zbnkbrev
062700        GO TO REPAIR-RUNNING-BALANCES-EXIT                        zbnkbrev
062800     END-IF.                                                      zbnkbrev
062900     MOVE 'NO ' TO WS-END-OF-REPAIR.                              zbnkbrev
063000     PERFORM REPAIR-NEXT-POSTING                                  zbnkbrev
063100         THRU REPAIR-NEXT-POSTING-EXIT                            zbnkbrev
063200         UNTIL WS-END-OF-REPAIR = 'YES'.                          zbnkbrev
063300 REPAIR-RUNNING-BALANCES-EXIT.                                    zbnkbrev
063400     EXIT.                                                        zbnkbrev
063500                                                                  zbnkbrev
063600 REPAIR-NEXT-POSTING.                                             zbnkbrev
063700     READ TXN-FILE NEXT RECORD.                                   zbnkbrev
063800     IF WS-TXN-STATUS NOT = '00' OR                               zbnkbrev
063900        BTX-REC-ACCNO NOT = BAC-REC-ACCNO                         zbnkbrev
064000        MOVE 'YES' TO WS-END-OF-REPAIR                            zbnkbrev
064100        GO TO REPAIR-NEXT-POSTING-EXIT                            zbnkbrev
064200     END-IF.                                                      zbnkbrev
064300     SUBTRACT WS-ORIG-AMOUNT FROM BTX-REC-BALANCE.                zbnkbrev
064400     PERFORM TXN-REWRITE.                                         zbnkbrev
064500     ADD 1 TO WS-REPAIRED-COUNT.                                  zbnkbrev
064600 REPAIR-NEXT-POSTING-EXIT.                                        zbnkbrev
064700     EXIT.                                                        zbnkbrev
064800                                                                  zbnkbrev
064900******************************************************************zbnkbrev
065000* The offsetting entry itself - opposite amount, today's date,   *zbnkbrev
065100* cross-referenced to the original posting's time and sequence.  *zbnkbrev
065200* It takes the original's value date, so the accrual run puts    *zbnkbrev
065300* right the interest for the days the mistake stood.             *zbnkbrev
065400******************************************************************zbnkbrev
065500 WRITE-OFFSETTING-ENTRY.                                          zbnkbrev
065600     MOVE SPACES TO TXN-FILE-REC.                                 zbnkbrev
065700     ADD 1 TO WS-TXN-SEQ.                                         zbnkbrev
065800     IF WS-TXN-SEQ IS GREATER THAN 999                            zbnkbrev
065900        MOVE 1 TO WS-TXN-SEQ                                      zbnkbrev
066000     END-IF.                                                      zbnkbrev
066100     MOVE BAC-REC-ACCNO TO BTX-REC-ACCNO.                         zbnkbrev
066200     MOVE WS-RUN-DATE-DISPLAY TO BTX-REC-DATE.                    zbnkbrev
066300     MOVE WS-RUN-TIME TO BTX-REC-TIME.                            zbnkbrev
066400     MOVE WS-TXN-SEQ TO BTX-REC-SEQ.                              zbnkbrev
066500     COMPUTE BTX-REC-AMOUNT = ZERO - WS-ORIG-AMOUNT.              zbnkbrev
066600     STRING 'Reversal of ' DELIMITED BY SIZE                      zbnkbrev
066700            WS-ORIG-TIME DELIMITED BY SIZE                        zbnkbrev
066800            '/' DELIMITED BY SIZE                                 zbnkbrev
066900            WS-ORIG-SEQ DELIMITED BY SIZE                         zbnkbrev
067000       INTO BTX-REC-DESC.                                         zbnkbrev
067100     MOVE BAC-REC-BALANCE TO BTX-REC-BALANCE.                     zbnkbrev
067200     MOVE 'REV' TO BTX-REC-TYPE.                                  zbnkbrev
067300     MOVE ZERO TO BTX-REC-CHEQUE-NO.                              zbnkbrev
067400     MOVE WS-ORIG-VALUE-DTE TO BTX-REC-VALUE-DTE.                 zbnkbrev
067450     MOVE WS-ORIG-CHANNEL TO BTX-REC-CHANNEL.                     zbnkbrev
067500     SET BTX-REC-IS-REVERSAL TO TRUE.                             zbnkbrev
067600     WRITE TXN-FILE-REC.                                          zbnkbrev
067700     IF WS-TXN-STATUS NOT = '00'                                  zbnkbrev
067800        MOVE 'TXN Error writing file ...' TO WS-CONSOLE-MESSAGE   zbnkbrev
067900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbrev
068000        MOVE WS-TXN-STATUS TO WS-IO-STATUS                        zbnkbrev
068100        PERFORM DISPLAY-IO-STATUS                                 zbnkbrev
068200        PERFORM ABORT-PROGRAM                                     zbnkbrev
068300     END-IF.                                                      zbnkbrev
068400     PERFORM JOURNAL-DAILY-POSTING.                               zbnkbrev
068500                                                                  zbnkbrev
068600******************************************************************zbnkbrev
068700* Post the balancing office-account contra through UOFAPOST. The *zbnkbrev
068800* original customer debit was matched by a credit to the office  *zbnkbrev
068900* account and the other way about, so the reversal's contra      *zbnkbrev
069000* takes the side the customer entry now takes. A failed contra   *zbnkbrev
069100* is an abort - an unbalanced day is worse than a stopped run.   *zbnkbrev
069200******************************************************************zbnkbrev
069300 POST-OFFICE-CONTRA.                                              zbnkbrev
069400     MOVE WS-CONTRA-OFFICE TO OFA-ID.                             zbnkbrev
069500     IF WS-ORIG-AMOUNT IS LESS THAN ZERO                          zbnkbrev
069600        SET OFA-DEBIT TO TRUE                                     zbnkbrev
069700        COMPUTE OFA-AMOUNT = ZERO - WS-ORIG-AMOUNT                zbnkbrev
069800     ELSE                                                         zbnkbrev
069900        SET OFA-CREDIT TO TRUE                                    zbnkbrev
070000        MOVE WS-ORIG-AMOUNT TO OFA-AMOUNT                         zbnkbrev
070100     END-IF.                                                      zbnkbrev
070200     MOVE WS-TODAY-DATE-N TO OFA-BUSDATE.                         zbnkbrev
070300     CALL 'UOFAPOST' USING WS-OFAPOST-PARM.                       zbnkbrev
070400     IF OFA-FAILED                                                zbnkbrev
070500        MOVE OFA-REPLY-TEXT TO WS-CONSOLE-MESSAGE                 zbnkbrev
070600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbrev
070700        PERFORM ABORT-PROGRAM                                     zbnkbrev
070800     END-IF.                                                      zbnkbrev
070900                                                                  zbnkbrev
071000******************************************************************zbnkbrev
071100* Open, access and close the BREVIN file.                        *zbnkbrev
071200******************************************************************zbnkbrev
071300 BREVIN-OPEN.                                                     zbnkbrev
071400     OPEN INPUT BREVIN-FILE.                                      zbnkbrev
071500     IF WS-BREVIN-STATUS = '00'                                   zbnkbrev
071600        MOVE 'BREVIN file opened OK' TO WS-CONSOLE-MESSAGE        zbnkbrev
071700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbrev
071800     ELSE                                                         zbnkbrev
071900        MOVE 'BREVIN file open failure...' TO WS-CONSOLE-MESSAGE  zbnkbrev
072000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbrev
072100        MOVE WS-BREVIN-STATUS TO WS-IO-STATUS                     zbnkbrev
072200        PERFORM DISPLAY-IO-STATUS                                 zbnkbrev
072300        PERFORM ABORT-PROGRAM                                     zbnkbrev
072400     END-IF.                                                      zbnkbrev
072500                                                                  zbnkbrev
072600 BREVIN-CLOSE.                                                    zbnkbrev
072700     CLOSE BREVIN-FILE.                                           zbnkbrev
072800     IF WS-BREVIN-STATUS = '00'                                   zbnkbrev
072900        MOVE 'BREVIN file closed OK' TO WS-CONSOLE-MESSAGE        zbnkbrev
073000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbrev
073100     ELSE                                                         zbnkbrev
073200        MOVE 'BREVIN file close failure...' TO WS-CONSOLE-MESSAGE zbnkbrev
073300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbrev
073400        MOVE WS-BREVIN-STATUS TO WS-IO-STATUS                     zbnkbrev
073500        PERFORM DISPLAY-IO-STATUS                                 zbnkbrev
073600        PERFORM ABORT-PROGRAM                                     zbnkbrev
073700     END-IF.                                                      zbnkbrev
073800                                                                  zbnkbrev
073900******************************************************************zbnkbrev
074000* Open and close the TXD daily posting journal - once per card,  *zbnkbrev
074100* for the selection pass only.                                   *zbnkbrev
074200******************************************************************zbnkbrev
074300 TXD-OPEN.                                                        zbnkbrev
074400     OPEN INPUT TXD-FILE.                                         zbnkbrev
074500     IF WS-TXD-STATUS NOT = '00'                                  zbnkbrev
074600        MOVE 'TXD file open failure...' TO WS-CONSOLE-MESSAGE     zbnkbrev
074700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbrev
074800        MOVE WS-TXD-STATUS TO WS-IO-STATUS                        zbnkbrev
074900        PERFORM DISPLAY-IO-STATUS                                 zbnkbrev
075000        PERFORM ABORT-PROGRAM                                     zbnkbrev
075100     END-IF.                                                      zbnkbrev
075200                                                                  zbnkbrev
075300 TXD-CLOSE.                                                       zbnkbrev
075400     CLOSE TXD-FILE.                                              zbnkbrev
075500     IF WS-TXD-STATUS NOT = '00'                                  zbnkbrev
075600        MOVE 'TXD file close failure...' TO WS-CONSOLE-MESSAGE    zbnkbrev
075700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbrev
075800        MOVE WS-TXD-STATUS TO WS-IO-STATUS                        zbnkbrev
075900        PERFORM DISPLAY-IO-STATUS                                 zbnkbrev
076000        PERFORM ABORT-PROGRAM                                     zbnkbrev
076100     END-IF.                                                      zbnkbrev
076200                                                                  zbnkbrev
076300******************************************************************zbnkbrev
076400* Open, write and close the REVWORK work file that carries one   *zbnkbrev
076500* card's selected keys from the selection pass to the reversal   *zbnkbrev
076600* pass.                                                          *zbnkbrev
076700******************************************************************zbnkbrev
076800 REVWORK-OPEN-OUTPUT.                                             zbnkbrev
076900     OPEN OUTPUT REVWORK-FILE.                                    zbnkbrev
077000     IF WS-REVWORK-STATUS NOT = '00'                              zbnkbrev
077100        MOVE 'REVWORK file open failure...' TO WS-CONSOLE-MESSAGE zbnkbrev
077200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbrev
077300        MOVE WS-REVWORK-STATUS TO WS-IO-STATUS                    zbnkbrev
077400        PERFORM DISPLAY-IO-STATUS                                 zbnkbrev
077500        PERFORM ABORT-PROGRAM                                     zbnkbrev
077600     END-IF.                                                      zbnkbrev
077700                                                                  zbnkbrev
077800 REVWORK-OPEN-INPUT.                                              zbnkbrev
077900     OPEN INPUT REVWORK-FILE.                                     zbnkbrev
078000     IF WS-REVWORK-STATUS NOT = '00'                              zbnkbrev
078100        MOVE 'REVWORK file open failure...' TO WS-CONSOLE-MESSAGE zbnkbrev
078200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbrev
078300        MOVE WS-REVWORK-STATUS TO WS-IO-STATUS                    zbnkbrev
078400        PERFORM DISPLAY-IO-STATUS                                 zbnkbrev
078500        PERFORM ABORT-PROGRAM                                     zbnkbrev
078600     END-IF.                                                      zbnkbrev
078700                                                                  zbnkbrev
078800 REVWORK-PUT.                                                     zbnkbrev
078900     WRITE REVWORK-REC.                                           zbnkbrev
079000     IF WS-REVWORK-STATUS NOT = '00'                              zbnkbrev
079100        MOVE 'REVWORK Error writing file ...'                     zbnkbrev
079200          TO WS-CONSOLE-MESSAGE                                   zbnkbrev
079300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbrev
079400        MOVE WS-REVWORK-STATUS TO WS-IO-STATUS                    zbnkbrev
079500        PERFORM DISPLAY-IO-STATUS                                 zbnkbrev
079600        PERFORM ABORT-PROGRAM                                     zbnkbrev
079700     END-IF.                                                      zbnkbrev
079800                                                                  zbnkbrev
079900 REVWORK-CLOSE.                                                   zbnkbrev
080000     CLOSE REVWORK-FILE.                                          zbnkbrev
080100     IF WS-REVWORK-STATUS NOT = '00'                              zbnkbrev
080200        MOVE 'REVWORK file close failure...' TO WS-CONSOLE-MESSAGEzbnkbrev
080300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbrev
080400        MOVE WS-REVWORK-STATUS TO WS-IO-STATUS                    zbnkbrev
080500        PERFORM DISPLAY-IO-STATUS                                 zbnkbrev
080600        PERFORM ABORT-PROGRAM                                     zbnkbrev
080700     END-IF.                                                      zbnkbrev
080800                                                                  zbnkbrev
080900******************************************************************zbnkbrev
081000* Open, rewrite and close the TXN file.                          *zbnkbrev
081100******************************************************************zbnkbrev
081200 TXN-OPEN.                                                        zbnkbrev
081300     OPEN I-O TXN-FILE.                                           zbnkbrev
081400     IF WS-TXN-STATUS = '00'                                      zbnkbrev
081500        MOVE 'TXN file opened OK' TO WS-CONSOLE-MESSAGE           zbnkbrev
081600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbrev
081700     ELSE                                                         zbnkbrev
081800        MOVE 'TXN file open failure...' TO WS-CONSOLE-MESSAGE     zbnkbrev
081900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbrev
082000        MOVE WS-TXN-STATUS TO WS-IO-STATUS                        zbnkbrev
082100        PERFORM DISPLAY-IO-STATUS                                 zbnkbrev
082200        PERFORM ABORT-PROGRAM                                     zbnkbrev
082300     END-IF.                                                      zbnkbrev
082400                                                                  zbnkbrev
082500 TXN-REWRITE.                                                     zbnkbrev
082600     REWRITE TXN-FILE-REC.                                        zbnkbrev
082700     IF WS-TXN-STATUS NOT = '00'                                  zbnkbrev
082800        MOVE 'TXN Error rewriting file ...' TO WS-CONSOLE-MESSAGE zbnkbrev
082900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbrev
083000        MOVE WS-TXN-STATUS TO WS-IO-STATUS                        zbnkbrev
083100        PERFORM DISPLAY-IO-STATUS                                 zbnkbrev
083200        PERFORM ABORT-PROGRAM                                     zbnkbrev
083300     END-IF.                                                      zbnkbrev
083400                                                                  zbnkbrev
083500 TXN-CLOSE.                                                       zbnkbrev
083600     CLOSE TXN-FILE.                                              zbnkbrev
083700     IF WS-TXN-STATUS = '00'                                      zbnkbrev
083800        MOVE 'TXN file closed OK' TO WS-CONSOLE-MESSAGE           zbnkbrev
083900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbrev
084000     ELSE                                                         zbnkbrev
084100        MOVE 'TXN file close failure...' TO WS-CONSOLE-MESSAGE    zbnkbrev
084200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbrev
084300        MOVE WS-TXN-STATUS TO WS-IO-STATUS                        zbnkbrev
084400        PERFORM DISPLAY-IO-STATUS                                 zbnkbrev
084500        PERFORM ABORT-PROGRAM                                     zbnkbrev
084600     END-IF.                                                      zbnkbrev
084700                                                                  zbnkbrev
084800******************************************************************zbnkbrev
084900* Open, rewrite and close the ACCOUNT file. The account's state  *zbnkbrev
085000* before the reversal is journalled first, so ZBNKRBCK can roll  *zbnkbrev
085100* the run back.                                                  *zbnkbrev
085200******************************************************************zbnkbrev
085300 ACCOUNT-OPEN.                                                    zbnkbrev
085400     OPEN I-O ACCOUNT-FILE.                                       zbnkbrev
085500     IF WS-ACCOUNT-STATUS = '00'                                  zbnkbrev
085600        MOVE 'ACCOUNT file opened OK' TO WS-CONSOLE-MESSAGE       zbnkbrev
085700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbrev
085800     ELSE                                                         zbnkbrev
085900        MOVE 'ACCOUNT file open failure...' TO WS-CONSOLE-MESSAGE zbnkbrev
086000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbrev
086100        MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                    zbnkbrev
086200        PERFORM DISPLAY-IO-STATUS                                 zbnkbrev
086300        PERFORM ABORT-PROGRAM                                     zbnkbrev
086400     END-IF.                                                      zbnkbrev
086500                                                                  zbnkbrev
086600 ACCOUNT-REWRITE.                                                 zbnkbrev
086700     PERFORM WRITE-BEFORE-IMAGE.                                  zbnkbrev
086800     REWRITE ACCOUNT-FILE-REC.                                    zbnkbrev
086900     IF WS-ACCOUNT-STATUS NOT = '00'                              zbnkbrev
087000        MOVE 'ACCOUNT Error rewriting file ...'                   zbnkbrev
087100          TO WS-CONSOLE-MESSAGE                                   zbnkbrev
087200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbrev
087300        MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                    zbnkbrev
087400        PERFORM DISPLAY-IO-STATUS                                 zbnkbrev
087500        PERFORM ABORT-PROGRAM                                     zbnkbrev
087600     END-IF.                                                      zbnkbrev
087700                                                                  zbnkbrev
087800 ACCOUNT-CLOSE.                                                   zbnkbrev
087900     CLOSE ACCOUNT-FILE.                                          zbnkbrev
088000     IF WS-ACCOUNT-STATUS = '00'                                  zbnkbrev
088100        MOVE 'ACCOUNT file closed OK' TO WS-CONSOLE-MESSAGE       zbnkbrev
088200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbrev
088300     ELSE                                                         zbnkbrev
088400        MOVE 'ACCOUNT file close failure...' TO WS-CONSOLE-MESSAGEzbnkbrev
088500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbrev
088600        MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                    zbnkbrev
088700        PERFORM DISPLAY-IO-STATUS                                 zbnkbrev
088800        PERFORM ABORT-PROGRAM                                     zbnkbrev
088900     END-IF.                                                      zbnkbrev
089000                                                                  zbnkbrev
089100******************************************************************zbnkbrev
089200* Open, access and close the PRINTOUT file.                      *zbnkbrev
089300******************************************************************zbnkbrev
089400 PRINTOUT-OPEN.                                                   zbnkbrev
089500     OPEN OUTPUT PRINTOUT-FILE.                                   zbnkbrev
089600     IF WS-PRINTOUT-STATUS = '00'                                 zbnkbrev
089700        MOVE 'PRINTOUT file opened OK' TO WS-CONSOLE-MESSAGE      zbnkbrev
089800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbrev
089900     ELSE                                                         zbnkbrev
090000        MOVE 'PRINTOUT file open failure...' TO WS-CONSOLE-MESSAGEzbnkbrev
090100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbrev
090200        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkbrev
090300        PERFORM DISPLAY-IO-STATUS                                 zbnkbrev
090400        PERFORM ABORT-PROGRAM                                     zbnkbrev
090500     END-IF.                                                      zbnkbrev
090600                                                                  zbnkbrev
090700 PRINTOUT-WRITE.                                                  zbnkbrev
090800     WRITE PRINTOUT-REC.                                          zbnkbrev
090900     IF WS-PRINTOUT-STATUS NOT = '00'                             zbnkbrev
091000        MOVE 'PRINTOUT Error writing file ...'                    zbnkbrev
091100          TO WS-CONSOLE-MESSAGE                                   zbnkbrev
091200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbrev
091300        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkbrev
091400        PERFORM DISPLAY-IO-STATUS                                 zbnkbrev
091500        PERFORM ABORT-PROGRAM                                     zbnkbrev
091600     END-IF.                                                      zbnkbrev
091700     MOVE SPACES TO PRINTOUT-REC.                                 zbnkbrev
091800                                                                  zbnkbrev
091900 PRINTOUT-CLOSE.                                                  zbnkbrev
092000     CLOSE PRINTOUT-FILE.                                         zbnkbrev
092100     IF WS-PRINTOUT-STATUS = '00'                                 zbnkbrev
092200        MOVE 'PRINTOUT file closed OK' TO WS-CONSOLE-MESSAGE      zbnkbrev
092300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbrev
092400     ELSE                                                         zbnkbrev
092500        MOVE 'PRINTOUT file close failure...'                     zbnkbrev
092600          TO WS-CONSOLE-MESSAGE                                   zbnkbrev
092700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbrev
092800        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkbrev
092900        PERFORM DISPLAY-IO-STATUS                                 zbnkbrev
093000        PERFORM ABORT-PROGRAM                                     zbnkbrev
093100     END-IF.                                                      zbnkbrev
093200                                                                  zbnkbrev
093300******************************************************************zbnkbrev
093400* Write a short end-of-job summary to the JOBSUM file, in the    *zbnkbrev
093500* same style as the other nightly jobs' summaries.               *zbnkbrev
093600******************************************************************zbnkbrev
093700 PRINT-JOB-SUMMARY.                                               zbnkbrev
093800     PERFORM JOBSUM-OPEN.                                         zbnkbrev
093900     MOVE SPACES TO JOBSUM-REC.                                   zbnkbrev
094000     STRING 'ZBNKBREV ' DELIMITED BY SIZE                         zbnkbrev
094100            WS-RUN-DATE-DISPLAY DELIMITED BY SIZE                 zbnkbrev
094200       INTO JOBSUM-REC.                                           zbnkbrev
094300     PERFORM JOBSUM-PUT.                                          zbnkbrev
094400     MOVE SPACES TO JOBSUM-REC.                                   zbnkbrev
094500     STRING 'Control cards read        : ' DELIMITED BY SIZE      zbnkbrev
094600            WS-CARD-COUNT DELIMITED BY SIZE                       zbnkbrev
094700       INTO JOBSUM-REC.                                           zbnkbrev
094800     PERFORM JOBSUM-PUT.                                          zbnkbrev
094900     MOVE SPACES TO JOBSUM-REC.                                   zbnkbrev
095000     STRING 'Postings selected         : ' DELIMITED BY SIZE      zbnkbrev
095100            WS-SELECTED-COUNT DELIMITED BY SIZE                   zbnkbrev
095200       INTO JOBSUM-REC.                                           zbnkbrev
095300     PERFORM JOBSUM-PUT.                                          zbnkbrev
095400     MOVE SPACES TO JOBSUM-REC.                                   zbnkbrev
095500     STRING 'Postings reversed         : ' DELIMITED BY SIZE      zbnkbrev
095600            WS-REVERSED-COUNT DELIMITED BY SIZE                   zbnkbrev
095700       INTO JOBSUM-REC.                                           zbnkbrev
095800     PERFORM JOBSUM-PUT.                                          zbnkbrev
095900     MOVE SPACES TO JOBSUM-REC.                                   zbnkbrev
096000     STRING 'Postings skipped          : ' DELIMITED BY SIZE      zbnkbrev
096100            WS-SKIPPED-COUNT DELIMITED BY SIZE                    zbnkbrev
096200       INTO JOBSUM-REC.                                           zbnkbrev
096300     PERFORM JOBSUM-PUT.                                          zbnkbrev
096400     MOVE SPACES TO JOBSUM-REC.                                   zbnkbrev
096500     STRING 'Outside type/branch filter: ' DELIMITED BY SIZE      zbnkbrev
096600            WS-FILTERED-COUNT DELIMITED BY SIZE                   zbnkbrev
096700       INTO JOBSUM-REC.                                           zbnkbrev
096800     PERFORM JOBSUM-PUT.                                          zbnkbrev
096900     MOVE SPACES TO JOBSUM-REC.                                   zbnkbrev
097000     STRING 'Running balances repaired : ' DELIMITED BY SIZE      zbnkbrev
097100            WS-REPAIRED-COUNT DELIMITED BY SIZE                   zbnkbrev
097200       INTO JOBSUM-REC.                                           zbnkbrev
097300     PERFORM JOBSUM-PUT.                                          zbnkbrev
097400     MOVE WS-REVERSED-TOTAL TO WS-EDIT-TOTAL.                     zbnkbrev
097500     MOVE SPACES TO JOBSUM-REC.                                   zbnkbrev
097600     STRING 'Amount reversed           : ' DELIMITED BY SIZE      zbnkbrev
097700            WS-EDIT-TOTAL DELIMITED BY SIZE                       zbnkbrev
097800       INTO JOBSUM-REC.                                           zbnkbrev
097900     PERFORM JOBSUM-PUT.                                          zbnkbrev
098000     MOVE SPACES TO JOBSUM-REC.                                   zbnkbrev
098100     STRING 'Authorised by             : ' DELIMITED BY SIZE      zbnkbrev
098200            WS-OFFICER DELIMITED BY SIZE                          zbnkbrev
098300       INTO JOBSUM-REC.                                           zbnkbrev
098400     PERFORM JOBSUM-PUT.                                          zbnkbrev
098500     PERFORM JOBSUM-CLOSE.                                        zbnkbrev
098600     MOVE 'Job summary written to JOBSUM'                         zbnkbrev
098700       TO WS-CONSOLE-MESSAGE.                                     zbnkbrev
098800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkbrev
098900                                                                  zbnkbrev
099000 JOBSUM-OPEN.                                                     zbnkbrev
099100     OPEN OUTPUT JOBSUM-FILE.                                     zbnkbrev
099200     IF WS-JOBSUM-STATUS = '00'                                   zbnkbrev
099300        MOVE 'JOBSUM file opened OK' TO WS-CONSOLE-MESSAGE        zbnkbrev
099400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbrev
099500     ELSE                                                         zbnkbrev
099600        MOVE 'JOBSUM file open failure...' TO WS-CONSOLE-MESSAGE  zbnkbrev
099700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbrev
099800        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkbrev
099900        PERFORM DISPLAY-IO-STATUS                                 zbnkbrev
100000        PERFORM ABORT-PROGRAM                                     zbnkbrev
100100     END-IF.                                                      zbnkbrev
100200                                                                  zbnkbrev
100300 JOBSUM-PUT.                                                      zbnkbrev
100400     WRITE JOBSUM-REC.                                            zbnkbrev
100500     IF WS-JOBSUM-STATUS NOT = '00'                               zbnkbrev
100600        MOVE 'JOBSUM Error writing file ...' TO WS-CONSOLE-MESSAGEzbnkbrev
100700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbrev
100800        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkbrev
100900        PERFORM DISPLAY-IO-STATUS                                 zbnkbrev
101000        PERFORM ABORT-PROGRAM                                     zbnkbrev
101100     END-IF.                                                      zbnkbrev
101200                                                                  zbnkbrev
101300 JOBSUM-CLOSE.                                                    zbnkbrev
101400     CLOSE JOBSUM-FILE.                                           zbnkbrev
101500     IF WS-JOBSUM-STATUS = '00'                                   zbnkbrev
101600        MOVE 'JOBSUM file closed OK' TO WS-CONSOLE-MESSAGE        zbnkbrev
101700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbrev
101800     ELSE                                                         zbnkbrev
101900        MOVE 'JOBSUM file close failure...' TO WS-CONSOLE-MESSAGE zbnkbrev
102000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbrev
102100        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkbrev
102200        PERFORM DISPLAY-IO-STATUS                                 zbnkbrev
102300        PERFORM ABORT-PROGRAM                                     zbnkbrev
102400     END-IF.                                                      zbnkbrev
102500                                                                  zbnkbrev
102600******************************************************************zbnkbrev
102700* Run-control hooks. The START call blocks this job when it has  *zbnkbrev
102800* already completed for the business date or a prerequisite has  *zbnkbrev
102900* not, and records the start on BNKRUNC; the END call records    *zbnkbrev
103000* the end time and return code. See URUNCTL.CBL.                 *zbnkbrev
103100******************************************************************zbnkbrev
103200 RUN-CONTROL-START.                                               zbnkbrev
103300     SET RUNCTL-START TO TRUE.                                    zbnkbrev
103400     MOVE 'ZBNKBREV' TO RUNCTL-JOB.                               zbnkbrev
103500     MOVE ZERO TO RUNCTL-BUSDATE.                                 zbnkbrev
103600     MOVE ZERO TO RUNCTL-RETURN-CODE.                             zbnkbrev
103700     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkbrev
103800     IF RUNCTL-BLOCKED                                            zbnkbrev
103900        MOVE RUNCTL-REPLY-TEXT TO WS-CONSOLE-MESSAGE              zbnkbrev
104000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbrev
104100        MOVE 'Run control blocked this run' TO WS-CONSOLE-MESSAGE zbnkbrev
104200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbrev
104300        MOVE 8 TO RETURN-CODE                                     zbnkbrev
104400        GOBACK                                                    zbnkbrev
104500     END-IF.                                                      zbnkbrev
104600 RUN-CONTROL-START-EXIT.                                          zbnkbrev
104700     EXIT.                                                        zbnkbrev
104800                                                                  zbnkbrev
104900 RUN-CONTROL-END.                                                 zbnkbrev
105000     SET RUNCTL-END TO TRUE.                                      zbnkbrev
105100     MOVE RETURN-CODE TO RUNCTL-RETURN-CODE.                      zbnkbrev
105200     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkbrev
105300                                                                  zbnkbrev
105400******************************************************************zbnkbrev
105500* Write the account's before-image to the BNKJRNL journal        *zbnkbrev
105600* through UJRNL, under this job's name and the approving         *zbnkbrev
105700* officer. A failed journal write is reported but does not stop  *zbnkbrev
105800* the run.                                                       *zbnkbrev
105900******************************************************************zbnkbrev
106000 WRITE-BEFORE-IMAGE.                                              zbnkbrev
106100     SET JRN-WRITE TO TRUE.                                       zbnkbrev
106200     MOVE 'BNKACCT ' TO JRN-FILE.                                 zbnkbrev
106300     MOVE SPACES TO JRN-RECKEY.                                   zbnkbrev
106400     MOVE BAC-REC-ACCNO TO JRN-RECKEY (1:9).                      zbnkbrev
106500     MOVE 'ZBNKBREV' TO JRN-PROGRAM.                              zbnkbrev
106600     MOVE WS-OFFICER TO JRN-USERID.                               zbnkbrev
106700     MOVE ZERO TO JRN-TASKN.                                      zbnkbrev
106800     MOVE WS-JRNL-IMAGE TO JRN-BEFORE-IMAGE.                      zbnkbrev
106900     CALL 'UJRNL' USING WS-JRNL-PARM.                             zbnkbrev
107000     IF JRN-FAILED                                                zbnkbrev
107100        MOVE 'Before-image journal write failed'                  zbnkbrev
107200          TO WS-CONSOLE-MESSAGE                                   zbnkbrev
107300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbrev
107400     END-IF.                                                      zbnkbrev
107500                                                                  zbnkbrev
107600******************************************************************zbnkbrev
107700* Copy the posting just written to BNKTXN into the BNKTXD daily  *zbnkbrev
107800* posting journal through UTXNJNL. A failure is an abort - the   *zbnkbrev
107900* nightly jobs read the journal and would miss the posting.      *zbnkbrev
108000******************************************************************zbnkbrev
108100 JOURNAL-DAILY-POSTING.                                           zbnkbrev
108200     SET TXJ-WRITE TO TRUE.                                       zbnkbrev
108300     MOVE TXN-FILE-REC TO TXJ-TXN-IMAGE.                          zbnkbrev
108400     CALL 'UTXNJNL' USING WS-TXNJ-PARM.                           zbnkbrev
108500     IF TXJ-FAILED                                                zbnkbrev
108600        MOVE TXJ-REPLY-TEXT TO WS-CONSOLE-MESSAGE                 zbnkbrev
108700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbrev
108800        PERFORM ABORT-PROGRAM                                     zbnkbrev
108900     END-IF.                                                      zbnkbrev
109000                                                                  zbnkbrev
109100******************************************************************zbnkbrev
109200* Display the file status bytes                                  *zbnkbrev
109300******************************************************************zbnkbrev
109400 DISPLAY-IO-STATUS.                                               zbnkbrev
109500     IF WS-IO-STATUS NUMERIC                                      zbnkbrev
109600        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkbrev
109700        STRING 'File status -' DELIMITED BY SIZE                  zbnkbrev
109800               WS-IO-STATUS DELIMITED BY SIZE                     zbnkbrev
109900          INTO WS-CONSOLE-MESSAGE                                 zbnkbrev
110000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbrev
110100     ELSE                                                         zbnkbrev
110200        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     zbnkbrev
110300        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    zbnkbrev
110400        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkbrev
110500        STRING 'File status -' DELIMITED BY SIZE                  zbnkbrev
110600               WS-IO-STAT1 DELIMITED BY SIZE                      zbnkbrev
110700               '/' DELIMITED BY SIZE                              zbnkbrev
110800               WS-TWO-BYTES DELIMITED BY SIZE                     zbnkbrev
110900          INTO WS-CONSOLE-MESSAGE                                 zbnkbrev
111000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbrev
111100     END-IF.                                                      zbnkbrev
111200                                                                  zbnkbrev
111300******************************************************************zbnkbrev
111400* 'ABORT' the program. Post a message and issue a goback         *zbnkbrev
111500******************************************************************zbnkbrev
111600 ABORT-PROGRAM.                                                   zbnkbrev
111700     IF WS-CONSOLE-MESSAGE NOT = SPACES                           zbnkbrev
111800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbrev
111900     END-IF.                                                      zbnkbrev
112000     MOVE 'Program is abending...' TO WS-CONSOLE-MESSAGE.         zbnkbrev
112100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkbrev
112200     MOVE 16 TO RETURN-CODE.                                      zbnkbrev
112300     GOBACK.                                                      zbnkbrev
112400                                                                  zbnkbrev
112500******************************************************************zbnkbrev
112600* Display CONSOLE messages...                                    *zbnkbrev
112700******************************************************************zbnkbrev
112800 DISPLAY-CONSOLE-MESSAGE.                                         zbnkbrev
112900     DISPLAY 'ZBNKBREV - ' WS-CONSOLE-MESSAGE                     zbnkbrev
113000       UPON CONSOLE.                                              zbnkbrev
113100     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       zbnkbrev
