000100******************************************************************uevtfee
000200*                                                               * uevtfee
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * uevtfee
000400*   This demonstration program is provided for use by users     * uevtfee
000500*   of Micro Focus products and may be used, modified and       * uevtfee
000600*   distributed as part of your application provided that       * uevtfee
000700*   you properly acknowledge the copyright of Micro Focus       * uevtfee
000800*   in this material.                                           * uevtfee
000900*                                                               * uevtfee
001000******************************************************************uevtfee
001100                                                                  uevtfee
001200******************************************************************uevtfee
001300* UEVTFEE.CBL                                                    *uevtfee
001400* Function:    Event fee utility for the batch posting jobs      *uevtfee
001500*              (see CEVTFED.CPY for the parameter area), called  *uevtfee
001600*              like UOFAPOST after a chargeable event - a        *uevtfee
001700*              returned cheque, a foreign ATM withdrawal, an     *uevtfee
001800*              external transfer sent. The event is priced from  *uevtfee
001900*              the BNKEVTF tariff for the account's type, a      *uevtfee
002000*              waivable fee is tested against the fee-exempt     *uevtfee
002100*              customer flag and the BNKFEER balance and         *uevtfee
002200*              relationship rules the monthly charge uses, and   *uevtfee
002300*              the outcome is logged on BNKEVFL for the monthly  *uevtfee
002400*              ZBNKEVFM report. The caller posts a charged fee   *uevtfee
002500*              itself. The files are opened and closed on every  *uevtfee
002600*              call; the relationship balances are gathered from *uevtfee
002700*              BNKACCT once, on the first call that needs them.  *uevtfee
002800******************************************************************uevtfee
002900 IDENTIFICATION DIVISION.                                         uevtfee
003000 PROGRAM-ID.                                                      uevtfee
003100     UEVTFEE.                                                     uevtfee
003200 DATE-WRITTEN.                                                    uevtfee
003300     October 2026.                                                uevtfee
003400 DATE-COMPILED.                                                   uevtfee
003500     Today.                                                       uevtfee
003600                                                                  uevtfee
003700 ENVIRONMENT DIVISION.                                            uevtfee
003800 INPUT-OUTPUT   SECTION.                                          uevtfee
003900   FILE-CONTROL.                                                  uevtfee
004000     SELECT EVTF-FILE                                             uevtfee
004100            ASSIGN       TO BNKEVTF                               uevtfee
004200            ORGANIZATION IS INDEXED                               uevtfee
004300            ACCESS MODE  IS RANDOM                                uevtfee
004400            RECORD KEY   IS ET-REC-KEY                            uevtfee
004500            FILE STATUS  IS WS-EVTF-STATUS.                       uevtfee
004600     SELECT FEER-FILE                                             uevtfee
004700            ASSIGN       TO BNKFEER                               uevtfee
004800            ORGANIZATION IS INDEXED                               uevtfee
004900            ACCESS MODE  IS RANDOM                                uevtfee
005000            RECORD KEY   IS FR-REC-TYPE                           uevtfee
005100            FILE STATUS  IS WS-FEER-STATUS.                       uevtfee
005200     SELECT CUSTOMER-FILE                                         uevtfee
005300            ASSIGN       TO BNKCUST                               uevtfee
005400            ORGANIZATION IS INDEXED                               uevtfee
005500            ACCESS MODE  IS RANDOM                                uevtfee
005600            RECORD KEY   IS BCS-REC-PID                           uevtfee
005700            FILE STATUS  IS WS-CUSTOMER-STATUS.                   uevtfee
005800     SELECT ACCOUNT-FILE                                          uevtfee
005900            ASSIGN       TO BNKACCT                               uevtfee
006000            ORGANIZATION IS INDEXED                               uevtfee
006100            ACCESS MODE  IS SEQUENTIAL                            uevtfee
006200            RECORD KEY   IS BAC-REC-ACCNO                         uevtfee
006300            FILE STATUS  IS WS-ACCOUNT-STATUS.                    uevtfee
006400     SELECT EVFL-FILE                                             uevtfee
006500            ASSIGN       TO BNKEVFL                               uevtfee
006600            ORGANIZATION IS INDEXED                               uevtfee
006700            ACCESS MODE  IS RANDOM                                uevtfee
006800            RECORD KEY   IS EL-REC-KEY                            uevtfee
006900            FILE STATUS  IS WS-EVFL-STATUS.                       uevtfee
007000                                                                  uevtfee
007100 DATA DIVISION.                                                   uevtfee
007200 FILE SECTION.                                                    uevtfee
007300                                                                  uevtfee
007400 FD  EVTF-FILE.                                                   uevtfee
007500 01  EVTF-FILE-REC.                                               uevtfee
007600 COPY CBANKVET.                                                   uevtfee
007700                                                                  uevtfee
007800 FD  FEER-FILE.                                                   uevtfee
007900 01  FEER-FILE-REC.                                               uevtfee
008000 COPY CBANKVFR.                                                   uevtfee
008100                                                                  uevtfee
008200 FD  CUSTOMER-FILE.                                               uevtfee
008300 01  CUSTOMER-FILE-REC.                                           uevtfee
008400 COPY CBANKVCS.                                                   uevtfee
008500                                                                  uevtfee
008600 FD  ACCOUNT-FILE.                                                uevtfee
008700 01  ACCOUNT-FILE-REC.                                            uevtfee
008800 COPY CBANKVAC.                                                   uevtfee
008900                                                                  uevtfee
009000 FD  EVFL-FILE.                                                   uevtfee
009100 01  EVFL-FILE-REC.                                               uevtfee
009200 COPY CBANKVEL.                                                   uevtfee
009300                                                                  uevtfee
009400 WORKING-STORAGE SECTION.                                         uevtfee
009500 01  WS-FILE-STATUSES.                                            uevtfee
009600   05  WS-EVTF-STATUS.                                            uevtfee
009700     10  WS-EVTF-STAT1                 PIC X(1).                  uevtfee
009800     10  WS-EVTF-STAT2                 PIC X(1).                  uevtfee
009900   05  WS-FEER-STATUS.                                            uevtfee
010000     10  WS-FEER-STAT1                 PIC X(1).                  uevtfee
010100     10  WS-FEER-STAT2                 PIC X(1).                  uevtfee
010200   05  WS-CUSTOMER-STATUS.                                        uevtfee
010300     10  WS-CUSTOMER-STAT1             PIC X(1).                  uevtfee
010400     10  WS-CUSTOMER-STAT2             PIC X(1).                  uevtfee
010500   05  WS-ACCOUNT-STATUS.                                         uevtfee
010600     10  WS-ACCOUNT-STAT1              PIC X(1).                  uevtfee
010700     10  WS-ACCOUNT-STAT2              PIC X(1).                  uevtfee
010800   05  WS-EVFL-STATUS.                                            uevtfee
010900     10  WS-EVFL-STAT1                 PIC X(1).                  uevtfee
011000     10  WS-EVFL-STAT2                 PIC X(1).                  uevtfee
011100                                                                  uevtfee
011200 01  WS-TODAY-DATE-N                   PIC 9(8).                  uevtfee
011300 01  WS-RUN-TIME-8                     PIC 9(8).                  uevtfee
011400 01  WS-LOG-SEQ                        PIC 9(7) VALUE ZERO.       uevtfee
011500 01  WS-WAIVE-SW                       PIC X(1).                  uevtfee
011600 01  WS-MIN-BAL-WAIVE                  PIC S9(7)V99 COMP-3.       uevtfee
011700 01  WS-REL-BAL-WAIVE                  PIC S9(7)V99 COMP-3.       uevtfee
011800                                                                  uevtfee
011900******************************************************************uevtfee
012000* Relationship balances - each customer's total over their       *uevtfee
012100* active accounts, gathered once per run on the first call that  *uevtfee
012200* needs one, exactly as ZBNKCHRG gathers them for the monthly    *uevtfee
012300* charge.                                                        *uevtfee
012400******************************************************************uevtfee
012500 01  WS-REL-LOADED                     PIC X(1) VALUE 'N'.        uevtfee
012600 01  WS-REL-TABLE.                                                uevtfee
012700   05  WS-REL-ENTRY OCCURS 2000 TIMES.                            uevtfee
012800     10  WS-REL-PID                    PIC X(5).                  uevtfee
012900     10  WS-REL-TOTAL                  PIC S9(9)V99 COMP-3.       uevtfee
013000 01  WS-REL-ENTRIES                    PIC 9(4) COMP VALUE 0.     uevtfee
013100 01  WS-REL-SUB                        PIC 9(4) COMP.             uevtfee
013200 01  WS-REL-BALANCE                    PIC S9(9)V99 COMP-3.       uevtfee
013300 01  WS-END-OF-ACCOUNT                 PIC X(3).                  uevtfee
013400                                                                  uevtfee
013500 LINKAGE SECTION.                                                 uevtfee
013600 01  LK-EVTFEE-PARM.                                              uevtfee
013700 COPY CEVTFED.                                                    uevtfee
013800                                                                  uevtfee
013900 PROCEDURE DIVISION USING LK-EVTFEE-PARM.                         uevtfee
014000                                                                  uevtfee
014100     SET EVF-NO-FEE TO TRUE.                                      uevtfee
014200     MOVE ZERO TO EVF-FEE.                                        uevtfee
014300     MOVE SPACES TO EVF-TXN-TYPE.                                 uevtfee
014400     MOVE SPACES TO EVF-DESC.                                     uevtfee
014500     MOVE SPACES TO EVF-REASON.                                   uevtfee
014600     MOVE SPACES TO EVF-REPLY-TEXT.                               uevtfee
014700     ACCEPT WS-TODAY-DATE-N FROM DATE YYYYMMDD.                   uevtfee
014800     ACCEPT WS-RUN-TIME-8 FROM TIME.                              uevtfee
014900                                                                  uevtfee
015000     OPEN INPUT EVTF-FILE.                                        uevtfee
015100     IF WS-EVTF-STATUS NOT = '00'                                 uevtfee
015200        SET EVF-FAILED TO TRUE                                    uevtfee
015300        MOVE 'Event fee tariff unavailable' TO EVF-REPLY-TEXT     uevtfee
015400        GOBACK                                                    uevtfee
015500     END-IF.                                                      uevtfee
015600     PERFORM FIND-TARIFF                                          uevtfee
015700         THRU FIND-TARIFF-EXIT.                                   uevtfee
015800     CLOSE EVTF-FILE.                                             uevtfee
015900     IF EVF-NO-FEE OR EVF-FAILED                                  uevtfee
016000        GOBACK                                                    uevtfee
016100     END-IF.                                                      uevtfee
016200                                                                  uevtfee
016300     IF WS-WAIVE-SW IS EQUAL TO 'Y'                               uevtfee
016400        PERFORM CHECK-FEE-WAIVER                                  uevtfee
016500            THRU CHECK-FEE-WAIVER-EXIT                            uevtfee
016600        IF EVF-FAILED                                             uevtfee
016700           GOBACK                                                 uevtfee
016800        END-IF                                                    uevtfee
016900     END-IF.                                                      uevtfee
017000                                                                  uevtfee
017100     PERFORM LOG-EVENT-FEE                                        uevtfee
017200         THRU LOG-EVENT-FEE-EXIT.                                 uevtfee
017300     GOBACK.                                                      uevtfee
017400                                                                  uevtfee
017500******************************************************************uevtfee
017600* The tariff entry for the account's own type wins; the entry    *uevtfee
017700* with a blank type is the default for every other type. No      *uevtfee
017800* entry, or a zero fee, means the event is free.                 *uevtfee
017900******************************************************************uevtfee
018000 FIND-TARIFF.                                                     uevtfee
018100     MOVE EVF-EVENT TO ET-REC-EVENT.                              uevtfee
018200     MOVE EVF-ACC-TYPE TO ET-REC-ACC-TYPE.                        uevtfee
018300     READ EVTF-FILE.                                              uevtfee
018400     IF WS-EVTF-STATUS = '23'                                     uevtfee
018500        MOVE SPACE TO ET-REC-ACC-TYPE                             uevtfee
018600        READ EVTF-FILE                                            uevtfee
018700     END-IF.                                                      uevtfee
018800     IF WS-EVTF-STATUS = '23'                                     uevtfee
018900        GO TO FIND-TARIFF-EXIT                                    uevtfee
019000     END-IF.                                                      uevtfee
019100     IF WS-EVTF-STATUS NOT = '00'                                 uevtfee
019200        SET EVF-FAILED TO TRUE                                    uevtfee
019300        MOVE 'Event fee tariff read failed' TO EVF-REPLY-TEXT     uevtfee
019400        GO TO FIND-TARIFF-EXIT                                    uevtfee
019500     END-IF.                                                      uevtfee
019600     IF ET-REC-FEE IS NOT GREATER THAN ZERO                       uevtfee
019700        GO TO FIND-TARIFF-EXIT                                    uevtfee
019800     END-IF.                                                      uevtfee
019900     SET EVF-CHARGE TO TRUE.                                      uevtfee
020000     MOVE ET-REC-FEE TO EVF-FEE.                                  uevtfee
020100     MOVE ET-REC-TXN-TYPE TO EVF-TXN-TYPE.                        uevtfee
020200     IF EVF-TXN-TYPE IS EQUAL TO SPACES                           uevtfee
020300        MOVE 'EVF' TO EVF-TXN-TYPE                                uevtfee
020400     END-IF.                                                      uevtfee
020500     MOVE ET-REC-DESC TO EVF-DESC.                                uevtfee
020600     IF EVF-DESC IS EQUAL TO SPACES                               uevtfee
020700        MOVE 'Event fee' TO EVF-DESC                              uevtfee
020800     END-IF.                                                      uevtfee
020900     MOVE 'Y' TO WS-WAIVE-SW.                                     uevtfee
021000     IF ET-REC-NOT-WAIVABLE                                       uevtfee
021100        MOVE 'N' TO WS-WAIVE-SW                                   uevtfee
021200     END-IF.                                                      uevtfee
021300 FIND-TARIFF-EXIT.                                                uevtfee
021400     EXIT.                                                        uevtfee
021500                                                                  uevtfee
021600******************************************************************uevtfee
021700* Waive the fee for an exempt customer (senior or staff on       *uevtfee
021800* BNKCUST), a balance at or above the type's BNKFEER minimum     *uevtfee
021900* balance, or a relationship balance at or above its             *uevtfee
022000* relationship rule - the same tests, in the same order, as      *uevtfee
022100* ZBNKCHRG applies to the monthly charge.                        *uevtfee
022200******************************************************************uevtfee
022300 CHECK-FEE-WAIVER.                                                uevtfee
022400     OPEN INPUT CUSTOMER-FILE.                                    uevtfee
022500     IF WS-CUSTOMER-STATUS NOT = '00'                             uevtfee
022600        SET EVF-FAILED TO TRUE                                    uevtfee
022700        MOVE 'Customer file unavailable' TO EVF-REPLY-TEXT        uevtfee
022800        GO TO CHECK-FEE-WAIVER-EXIT                               uevtfee
022900     END-IF.                                                      uevtfee
023000     MOVE EVF-PID TO BCS-REC-PID.                                 uevtfee
023100     READ CUSTOMER-FILE.                                          uevtfee
023200     IF WS-CUSTOMER-STATUS = '00' AND                             uevtfee
023300        NOT BCS-REC-FEE-EXEMPT-NONE                               uevtfee
023400        SET EVF-WAIVED TO TRUE                                    uevtfee
023500        MOVE 'Customer fee-exempt' TO EVF-REASON                  uevtfee
023600     END-IF.                                                      uevtfee
023700     CLOSE CUSTOMER-FILE.                                         uevtfee
023800     IF EVF-WAIVED                                                uevtfee
023900        GO TO CHECK-FEE-WAIVER-EXIT                               uevtfee
024000     END-IF.                                                      uevtfee
024100     OPEN INPUT FEER-FILE.                                        uevtfee
024200     IF WS-FEER-STATUS NOT = '00'                                 uevtfee
024300        SET EVF-FAILED TO TRUE                                    uevtfee
024400        MOVE 'Fee waiver rules unavailable' TO EVF-REPLY-TEXT     uevtfee
024500        GO TO CHECK-FEE-WAIVER-EXIT                               uevtfee
024600     END-IF.                                                      uevtfee
024700     MOVE EVF-ACC-TYPE TO FR-REC-TYPE.                            uevtfee
024800     READ FEER-FILE.                                              uevtfee
024900     IF WS-FEER-STATUS = '00'                                     uevtfee
025000        MOVE FR-REC-MIN-BAL-WAIVE TO WS-MIN-BAL-WAIVE             uevtfee
025100        MOVE FR-REC-REL-BAL-WAIVE TO WS-REL-BAL-WAIVE             uevtfee
025200     ELSE                                                         uevtfee
025300        MOVE ZERO TO WS-MIN-BAL-WAIVE                             uevtfee
025400        MOVE ZERO TO WS-REL-BAL-WAIVE                             uevtfee
025500     END-IF.                                                      uevtfee
025600     CLOSE FEER-FILE.                                             uevtfee
025700     IF WS-MIN-BAL-WAIVE IS GREATER THAN ZERO AND                 uevtfee
025800        EVF-BALANCE IS NOT LESS THAN WS-MIN-BAL-WAIVE             uevtfee
025900        SET EVF-WAIVED TO TRUE                                    uevtfee
026000        MOVE 'Minimum balance maintained' TO EVF-REASON           uevtfee
026100        GO TO CHECK-FEE-WAIVER-EXIT                               uevtfee
026200     END-IF.                                                      uevtfee
026300     IF WS-REL-BAL-WAIVE IS NOT GREATER THAN ZERO                 uevtfee
026400        GO TO CHECK-FEE-WAIVER-EXIT                               uevtfee
026500     END-IF.                                                      uevtfee
026600     IF WS-REL-LOADED IS NOT EQUAL TO 'Y'                         uevtfee
026700        PERFORM GATHER-RELATIONSHIP-BALANCES                      uevtfee
026800            THRU GATHER-RELATIONSHIP-BALANCES-EXIT                uevtfee
026900        IF EVF-FAILED                                             uevtfee
027000           GO TO CHECK-FEE-WAIVER-EXIT                            uevtfee
027100        END-IF                                                    uevtfee
027200     END-IF.                                                      uevtfee
027300     MOVE ZERO TO WS-REL-BALANCE.                                 uevtfee
027400     MOVE 1 TO WS-REL-SUB.                                        uevtfee
027500     PERFORM GATHER-REL-FIND-STEP                                 uevtfee
027600         UNTIL WS-REL-SUB IS GREATER THAN WS-REL-ENTRIES          uevtfee
027700            OR WS-REL-PID (WS-REL-SUB) IS EQUAL TO EVF-PID.       uevtfee
027800     IF WS-REL-SUB IS NOT GREATER THAN WS-REL-ENTRIES             uevtfee
027900        MOVE WS-REL-TOTAL (WS-REL-SUB) TO WS-REL-BALANCE          uevtfee
028000     END-IF.                                                      uevtfee
028100     IF WS-REL-BALANCE IS NOT LESS THAN WS-REL-BAL-WAIVE          uevtfee
028200        SET EVF-WAIVED TO TRUE                                    uevtfee
028300        MOVE 'Relationship balance' TO EVF-REASON                 uevtfee
028400     END-IF.                                                      uevtfee
028500 CHECK-FEE-WAIVER-EXIT.                                           uevtfee
028600     EXIT.                                                        uevtfee
028700                                                                  uevtfee
028800******************************************************************uevtfee
028900* One pass over the account file totals each customer's active   *uevtfee
029000* balances. A customer beyond the table simply has no            *uevtfee
029100* relationship balance, so the rule does not waive their fee.    *uevtfee
029200******************************************************************uevtfee
029300 GATHER-RELATIONSHIP-BALANCES.                                    uevtfee
029400     OPEN INPUT ACCOUNT-FILE.                                     uevtfee
029500     IF WS-ACCOUNT-STATUS NOT = '00'                              uevtfee
029600        SET EVF-FAILED TO TRUE                                    uevtfee
029700        MOVE 'Account file unavailable' TO EVF-REPLY-TEXT         uevtfee
029800        GO TO GATHER-RELATIONSHIP-BALANCES-EXIT                   uevtfee
029900     END-IF.                                                      uevtfee
030000     MOVE ZERO TO WS-REL-ENTRIES.                                 uevtfee
030100     MOVE 'NO ' TO WS-END-OF-ACCOUNT.                             uevtfee
030200     PERFORM ACCOUNT-GET.                                         uevtfee
030300     PERFORM GATHER-REL-STEP                                      uevtfee
030400         UNTIL WS-END-OF-ACCOUNT = 'YES'.                         uevtfee
030500     CLOSE ACCOUNT-FILE.                                          uevtfee
030600     MOVE 'Y' TO WS-REL-LOADED.                                   uevtfee
030700 GATHER-RELATIONSHIP-BALANCES-EXIT.                               uevtfee
030800     EXIT.                                                        uevtfee
030900                                                                  uevtfee
031000 GATHER-REL-STEP.                                                 uevtfee
031100     IF BAC-REC-ACTIVE                                            uevtfee
031200        MOVE 1 TO WS-REL-SUB                                      uevtfee
031300        PERFORM GATHER-REL-FIND-STEP                              uevtfee
031400            UNTIL WS-REL-SUB IS GREATER THAN WS-REL-ENTRIES       uevtfee
031500               OR WS-REL-PID (WS-REL-SUB) IS EQUAL TO             uevtfee
031600                  BAC-REC-PID                                     uevtfee
031700        IF WS-REL-SUB IS GREATER THAN WS-REL-ENTRIES              uevtfee
031800           IF WS-REL-ENTRIES IS EQUAL TO 2000                     uevtfee
031900              MOVE ZERO TO WS-REL-SUB                             uevtfee
032000           ELSE                                                   uevtfee
032100              ADD 1 TO WS-REL-ENTRIES                             uevtfee
032200              MOVE WS-REL-ENTRIES TO WS-REL-SUB                   uevtfee
032300              MOVE BAC-REC-PID TO WS-REL-PID (WS-REL-SUB)         uevtfee
032400              MOVE ZERO TO WS-REL-TOTAL (WS-REL-SUB)              uevtfee
032500           END-IF                                                 uevtfee
032600        END-IF                                                    uevtfee
032700        IF WS-REL-SUB IS GREATER THAN ZERO                        uevtfee
032800           ADD BAC-REC-BALANCE TO WS-REL-TOTAL (WS-REL-SUB)       uevtfee
032900        END-IF                                                    uevtfee
033000     END-IF.                                                      uevtfee
033100     PERFORM ACCOUNT-GET.                                         uevtfee
033200                                                                  uevtfee
033300 GATHER-REL-FIND-STEP.                                            uevtfee
033400     ADD 1 TO WS-REL-SUB.                                         uevtfee
033500                                                                  uevtfee
033600 ACCOUNT-GET.                                                     uevtfee
033700     READ ACCOUNT-FILE NEXT RECORD.                               uevtfee
033800     IF WS-ACCOUNT-STATUS NOT = '00'                              uevtfee
033900        MOVE 'YES' TO WS-END-OF-ACCOUNT                           uevtfee
034000     END-IF.                                                      uevtfee
034100                                                                  uevtfee
034200******************************************************************uevtfee
034300* Log the fee, charged or waived. Two events on one account in   *uevtfee
034400* the same second are kept apart by the running sequence.        *uevtfee
034500******************************************************************uevtfee
034600 LOG-EVENT-FEE.                                                   uevtfee
034700     OPEN I-O EVFL-FILE.                                          uevtfee
034800     IF WS-EVFL-STATUS NOT = '00'                                 uevtfee
034900        SET EVF-FAILED TO TRUE                                    uevtfee
035000        MOVE 'Event fee log unavailable' TO EVF-REPLY-TEXT        uevtfee
035100        GO TO LOG-EVENT-FEE-EXIT                                  uevtfee
035200     END-IF.                                                      uevtfee
035300     MOVE SPACES TO EVFL-FILE-REC.                                uevtfee
035400     MOVE WS-TODAY-DATE-N TO EL-REC-DATE.                         uevtfee
035500     MOVE WS-RUN-TIME-8 (1:6) TO EL-REC-TIME.                     uevtfee
035600     MOVE EVF-ACCNO TO EL-REC-ACCNO.                              uevtfee
035700     MOVE EVF-EVENT TO EL-REC-EVENT.                              uevtfee
035800     MOVE EVF-ACC-TYPE TO EL-REC-ACC-TYPE.                        uevtfee
035900     MOVE EVF-PID TO EL-REC-PID.                                  uevtfee
036000     MOVE EVF-FEE TO EL-REC-FEE.                                  uevtfee
036100     IF EVF-WAIVED                                                uevtfee
036200        SET EL-REC-WAIVED TO TRUE                                 uevtfee
036300     ELSE                                                         uevtfee
036400        SET EL-REC-CHARGED TO TRUE                                uevtfee
036500     END-IF.                                                      uevtfee
036600     MOVE EVF-REASON TO EL-REC-WAIVE-REASON.                      uevtfee
036700     MOVE EVF-TXN-TYPE TO EL-REC-TXN-TYPE.                        uevtfee
036800     MOVE EVF-SOURCE TO EL-REC-SOURCE.                            uevtfee
036900     MOVE '22' TO WS-EVFL-STATUS.                                 uevtfee
037000     PERFORM WRITE-LOG-RECORD                                     uevtfee
037100         UNTIL WS-EVFL-STATUS NOT = '22'.                         uevtfee
037200     IF WS-EVFL-STATUS NOT = '00'                                 uevtfee
037300        SET EVF-FAILED TO TRUE                                    uevtfee
037400        MOVE 'Event fee log write failed' TO EVF-REPLY-TEXT       uevtfee
037500     END-IF.                                                      uevtfee
037600     CLOSE EVFL-FILE.                                             uevtfee
037700 LOG-EVENT-FEE-EXIT.                                              uevtfee
037800     EXIT.                                                        uevtfee
037900                                                                  uevtfee
038000 WRITE-LOG-RECORD.                                                uevtfee
038100     ADD 1 TO WS-LOG-SEQ.                                         uevtfee
038200     MOVE WS-LOG-SEQ TO EL-REC-SEQ.                               uevtfee
038300     WRITE EVFL-FILE-REC.                                         uevtfee
