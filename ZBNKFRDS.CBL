002000*              a large external transfer from BNKGLOG/BNKEXTL.   *zbnkfrds
002100*              Every hit opens a scored case on the BNKFCAS work *zbnkfrds
002200*              queue for the DBANK29P investigator screen.       *zbnkfrds
002210*              Reads only the run date's postings, taken from    *zbnkfrds
002220*              the BNKTXD daily posting journal, not BNKTXN.     *zbnkfrds
002230*              BNKPAYE payee changes are scored as well: a       *zbnkfrds
002240*              transfer to a payee set up within an NPY rule's   *zbnkfrds
002250*              days, and more payee changes in a day than a PYV  *zbnkfrds
002260*              rule allows.                                      *zbnkfrds
002300******************************************************************zbnkfrds
002400 IDENTIFICATION DIVISION.                                         zbnkfrds
002500 PROGRAM-ID.                                                      zbnkfrds
003900            RECORD KEY   IS FD-REC-RULE-ID                        zbnkfrds
004000            FILE STATUS  IS WS-FRLS-STATUS.                       zbnkfrds
004100     SELECT TXN-FILE                                              zbnkfrds
004200            ASSIGN       TO BNKTXD                                zbnkfrds
004300            ORGANIZATION IS INDEXED                               zbnkfrds
004400            ACCESS MODE  IS SEQUENTIAL                            zbnkfrds
004500            RECORD KEY   IS TD-REC-KEY                            zbnkfrds
004600            FILE STATUS  IS WS-TXN-STATUS.                        zbnkfrds
004700     SELECT ASUM-FILE                                             zbnkfrds
004800            ASSIGN       TO BNKASUM                               zbnkfrds
007400            ACCESS MODE  IS SEQUENTIAL                            zbnkfrds
007500            RECORD KEY   IS XT-REC-KEY                            zbnkfrds
007600            FILE STATUS  IS WS-EXTL-STATUS.                       zbnkfrds
007610     SELECT PAYE-FILE                                             zbnkfrds
007620            ASSIGN       TO BNKPAYE                               zbnkfrds
007630            ORGANIZATION IS INDEXED                               zbnkfrds
007640            ACCESS MODE  IS SEQUENTIAL                            zbnkfrds
007650            RECORD KEY   IS PY-REC-KEY                            zbnkfrds
007660            FILE STATUS  IS WS-PAYE-STATUS.                       zbnkfrds
007700     SELECT FCAS-FILE                                             zbnkfrds
007800            ASSIGN       TO BNKFCAS                               zbnkfrds
007900            ORGANIZATION IS INDEXED                               zbnkfrds
010000                                                                  zbnkfrds
010100 FD  TXN-FILE.                                                    zbnkfrds
010200 01  TXN-FILE-REC.                                                zbnkfrds
010300 COPY CBANKVTD.                                                   zbnkfrds
010400                                                                  zbnkfrds
010500 FD  ASUM-FILE.                                                   zbnkfrds
010600 01  ASUM-FILE-REC.                                               zbnkfrds
012200 01  EXTL-FILE-REC.                                               zbnkfrds
012300 COPY CBANKVXT.                                                   zbnkfrds
012400                                                                  zbnkfrds
012410 FD  PAYE-FILE.                                                   zbnkfrds
012420 01  PAYE-FILE-REC.                                               zbnkfrds
012430 COPY CBANKVPY.                                                   zbnkfrds
012440                                                                  zbnkfrds
012500 FD  FCAS-FILE.                                                   zbnkfrds
012600 01  FCAS-FILE-REC.                                               zbnkfrds
012700 COPY CBANKVFC.                                                   zbnkfrds
015700   05  WS-EXTL-STATUS.                                            zbnkfrds
015800     10  WS-EXTL-STAT1                  PIC X(1).                 zbnkfrds
015900     10  WS-EXTL-STAT2                  PIC X(1).                 zbnkfrds
015910   05  WS-PAYE-STATUS.                                            zbnkfrds
015920     10  WS-PAYE-STAT1                  PIC X(1).                 zbnkfrds
015930     10  WS-PAYE-STAT2                  PIC X(1).                 zbnkfrds
016000   05  WS-FCAS-STATUS.                                            zbnkfrds
016100     10  WS-FCAS-STAT1                  PIC X(1).                 zbnkfrds
016200     10  WS-FCAS-STAT2                  PIC X(1).                 zbnkfrds
021700       INDEXED BY PSW-IDX.                                        zbnkfrds
021800     10  WS-PSWD-USERID                    PIC X(8).              zbnkfrds
021900                                                                  zbnkfrds
021905******************************************************************zbnkfrds
021910* Payees whose bank details took effect in the last 30 days,     *zbnkfrds
021915* gathered from BNKPAYE for the NPY pattern, and the count of    *zbnkfrds
021920* the current customer's payee changes today for PYV.            *zbnkfrds
021925******************************************************************zbnkfrds
021930 01  WS-NEWPAY-TABLE.                                             zbnkfrds
021935   05  WS-NEWPAY-COUNT                     PIC 9(3) VALUE ZERO.   zbnkfrds
021940   05  WS-NEWPAY-ENTRY OCCURS 500 TIMES.                          zbnkfrds
021945     10  WS-NEWPAY-PID                     PIC X(5).              zbnkfrds
021950     10  WS-NEWPAY-BANK-ID                 PIC X(11).             zbnkfrds
021955     10  WS-NEWPAY-ACCNO                   PIC X(17).             zbnkfrds
021960     10  WS-NEWPAY-COOL-DTE                PIC 9(8).              zbnkfrds
021965 01  WS-NEWPAY-SUB                         PIC 9(3).              zbnkfrds
021970 01  WS-PAYEE-AGE-DAYS                     PIC S9(9) COMP.        zbnkfrds
021975 01  WS-PAYEE-WINDOW                       PIC 9(3).              zbnkfrds
021980 01  WS-PAYEE-CURR-PID                     PIC X(5).              zbnkfrds
021985 01  WS-PAYEE-CHANGES                      PIC 9(3).              zbnkfrds
021990                                                                  zbnkfrds
022000******************************************************************zbnkfrds
022100* Per-account state while walking the day's postings in key      *zbnkfrds
022200* order - the transaction file's base key groups an account's    *zbnkfrds
025100 01  WS-CASES-OPENED                       PIC 9(5) VALUE ZERO.   zbnkfrds
025200                                                                  zbnkfrds
025300 01  WS-END-OF-TXN                         PIC X(3) VALUE 'NO '.  zbnkfrds
025310 01  WS-TXN-POSITIONED                     PIC X(3) VALUE 'NO '.  zbnkfrds
025320 01  WS-TXN-DAY-EMPTY                      PIC X(3) VALUE 'NO '.  zbnkfrds
025330                                                                  zbnkfrds
025340 01  WS-BNKTXN-REC.                                               zbnkfrds
025350 COPY CBANKVTX.                                                   zbnkfrds
025360                                                                  zbnkfrds
025400 01  WS-END-OF-LUSE                        PIC X(3) VALUE 'NO '.  zbnkfrds
025500 01  WS-END-OF-GLOG                        PIC X(3) VALUE 'NO '.  zbnkfrds
025600 01  WS-END-OF-EXTL                        PIC X(3) VALUE 'NO '.  zbnkfrds
025610 01  WS-END-OF-PAYE                        PIC X(3) VALUE 'NO '.  zbnkfrds
025620 01  WS-PAYE-AVAILABLE                     PIC X(3) VALUE 'NO '.  zbnkfrds
025700                                                                  zbnkfrds
025800 PROCEDURE DIVISION.                                              zbnkfrds
025900                                                                  zbnkfrds
027400     PERFORM LUSE-OPEN.                                           zbnkfrds
027500     PERFORM GLOG-OPEN.                                           zbnkfrds
027600     PERFORM EXTL-OPEN.                                           zbnkfrds
027610     PERFORM PAYE-OPEN.                                           zbnkfrds
027700     PERFORM FCAS-OPEN.                                           zbnkfrds
027800     PERFORM PRINTOUT-OPEN.                                       zbnkfrds
027900                                                                  zbnkfrds
028400        PERFORM SCAN-TODAYS-POSTINGS                              zbnkfrds
028500        PERFORM SCAN-CHANNEL-USAGE                                zbnkfrds
028600        PERFORM SCAN-GATEWAY-JOURNAL                              zbnkfrds
028610        PERFORM SCAN-PAYEE-BOOK                                   zbnkfrds
028655            THRU SCAN-PAYEE-BOOK-EXIT                             zbnkfrds
028700        PERFORM SCAN-EXTERNAL-TRANSFERS                           zbnkfrds
028800     ELSE                                                         zbnkfrds
028900        MOVE 'No active rules - nothing evaluated'                zbnkfrds
029800     PERFORM LUSE-CLOSE.                                          zbnkfrds
029900     PERFORM GLOG-CLOSE.                                          zbnkfrds
030000     PERFORM EXTL-CLOSE.                                          zbnkfrds
030010     PERFORM PAYE-CLOSE.                                          zbnkfrds
030100     PERFORM FCAS-CLOSE.                                          zbnkfrds
030200     PERFORM PRINTOUT-CLOSE.                                      zbnkfrds
030300                                                                  zbnkfrds
058400 CHECK-ONE-JOURNAL-ENTRY-EXIT.                                    zbnkfrds
058500     EXIT.                                                        zbnkfrds
058600                                                                  zbnkfrds
058601******************************************************************zbnkfrds
058602* SCAN-PAYEE-BOOK                                                *zbnkfrds
058603* One pass of BNKPAYE in customer order. Payees whose bank       *zbnkfrds
058604* details took effect in the last 30 days are kept for the NPY   *zbnkfrds
058605* pattern; a customer's payees added, changed or removed today   *zbnkfrds
058606* beyond a PYV rule's count open a case against the customer.    *zbnkfrds
058607******************************************************************zbnkfrds
058608 SCAN-PAYEE-BOOK.                                                 zbnkfrds
058609     IF WS-PAYE-AVAILABLE NOT = 'YES'                             zbnkfrds
058610        GO TO SCAN-PAYEE-BOOK-EXIT                                zbnkfrds
058611     END-IF.                                                      zbnkfrds
058612     MOVE SPACES TO WS-PAYEE-CURR-PID.                            zbnkfrds
058613     MOVE ZERO TO WS-PAYEE-CHANGES.                               zbnkfrds
058614     PERFORM PAYE-GET.                                            zbnkfrds
058615     PERFORM CHECK-ONE-PAYEE                                      zbnkfrds
058616         THRU CHECK-ONE-PAYEE-EXIT                                zbnkfrds
058617             UNTIL WS-END-OF-PAYE = 'YES'.                        zbnkfrds
058618     IF WS-PAYEE-CURR-PID IS NOT EQUAL TO SPACES                  zbnkfrds
058619        PERFORM EVALUATE-PAYEE-CHANGES                            zbnkfrds
058620     END-IF.                                                      zbnkfrds
058621 SCAN-PAYEE-BOOK-EXIT.                                            zbnkfrds
058622     EXIT.                                                        zbnkfrds
058623                                                                  zbnkfrds
058624 CHECK-ONE-PAYEE.                                                 zbnkfrds
058625     IF PY-REC-PID IS NOT EQUAL TO WS-PAYEE-CURR-PID              zbnkfrds
058626        IF WS-PAYEE-CURR-PID IS NOT EQUAL TO SPACES               zbnkfrds
058627           PERFORM EVALUATE-PAYEE-CHANGES                         zbnkfrds
058628        END-IF                                                    zbnkfrds
058629        MOVE PY-REC-PID TO WS-PAYEE-CURR-PID                      zbnkfrds
058630        MOVE ZERO TO WS-PAYEE-CHANGES                             zbnkfrds
058631     END-IF.                                                      zbnkfrds
058632     IF PY-REC-ADDED-DTE IS EQUAL TO WS-TODAY-DATE-N              zbnkfrds
058633        OR PY-REC-CHANGED-DTE IS EQUAL TO WS-TODAY-DATE-N         zbnkfrds
058634        ADD 1 TO WS-PAYEE-CHANGES                                 zbnkfrds
058635     END-IF.                                                      zbnkfrds
058636     IF NOT PY-REC-ACTIVE                                         zbnkfrds
058637        OR PY-REC-COOL-DTE IS EQUAL TO ZERO                       zbnkfrds
058638        OR WS-NEWPAY-COUNT IS NOT LESS THAN 500                   zbnkfrds
058639        GO TO CHECK-ONE-PAYEE-NEXT                                zbnkfrds
058640     END-IF.                                                      zbnkfrds
058641     COMPUTE WS-PAYEE-AGE-DAYS =                                  zbnkfrds
058642         FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE-N)               zbnkfrds
058643         - FUNCTION INTEGER-OF-DATE (PY-REC-COOL-DTE).            zbnkfrds
058644     IF WS-PAYEE-AGE-DAYS IS NOT GREATER THAN 30                  zbnkfrds
058645        ADD 1 TO WS-NEWPAY-COUNT                                  zbnkfrds
058646        MOVE PY-REC-PID TO WS-NEWPAY-PID (WS-NEWPAY-COUNT)        zbnkfrds
058647        MOVE PY-REC-BANK-ID                                       zbnkfrds
058648          TO WS-NEWPAY-BANK-ID (WS-NEWPAY-COUNT)                  zbnkfrds
058649        MOVE PY-REC-DEST-ACCNO                                    zbnkfrds
058650          TO WS-NEWPAY-ACCNO (WS-NEWPAY-COUNT)                    zbnkfrds
058651        MOVE PY-REC-COOL-DTE                                      zbnkfrds
058652          TO WS-NEWPAY-COOL-DTE (WS-NEWPAY-COUNT)                 zbnkfrds
058653     END-IF.                                                      zbnkfrds
058654 CHECK-ONE-PAYEE-NEXT.                                            zbnkfrds
058655     PERFORM PAYE-GET.                                            zbnkfrds
058656 CHECK-ONE-PAYEE-EXIT.                                            zbnkfrds
058657     EXIT.                                                        zbnkfrds
058658                                                                  zbnkfrds
058659 EVALUATE-PAYEE-CHANGES.                                          zbnkfrds
058660     PERFORM CHECK-PAYEE-CHANGES-ONE-RULE                         zbnkfrds
058661         VARYING WS-RULE-SUB FROM 1 BY 1                          zbnkfrds
058662           UNTIL WS-RULE-SUB IS GREATER THAN WS-RULE-COUNT.       zbnkfrds
058663                                                                  zbnkfrds
058664 CHECK-PAYEE-CHANGES-ONE-RULE.                                    zbnkfrds
058665     IF WS-RULE-KIND (WS-RULE-SUB) IS EQUAL TO 'PYV'              zbnkfrds
058666        AND WS-PAYEE-CHANGES IS GREATER THAN                      zbnkfrds
058667            WS-RULE-LIMIT-COUNT (WS-RULE-SUB)                     zbnkfrds
058668        MOVE SPACES TO FC-REC-ACCNO                               zbnkfrds
058669        MOVE WS-PAYEE-CURR-PID TO FC-REC-PID                      zbnkfrds
058670        MOVE SPACES TO FC-REC-DETAIL                              zbnkfrds
058671        STRING 'Payee velocity: '                                 zbnkfrds
058672                     DELIMITED BY SIZE                            zbnkfrds
058673               WS-PAYEE-CHANGES                                   zbnkfrds
058674                     DELIMITED BY SIZE                            zbnkfrds
058675               ' payees added or changed in one day'              zbnkfrds
058676                     DELIMITED BY SIZE                            zbnkfrds
058677          INTO FC-REC-DETAIL                                      zbnkfrds
058678        PERFORM WRITE-CASE                                        zbnkfrds
058679     END-IF.                                                      zbnkfrds
058680                                                                  zbnkfrds
058700******************************************************************zbnkfrds
058800* SCAN-EXTERNAL-TRANSFERS                                        *zbnkfrds
058900* A transfer raised today by a userid whose password changed     *zbnkfrds
059000* today, at or above a PWX rule's amount, opens a case.          *zbnkfrds
059010* Transfers to a payee set up lately are checked for NPY.        *zbnkfrds
059100******************************************************************zbnkfrds
059200 SCAN-EXTERNAL-TRANSFERS.                                         zbnkfrds
059300     IF WS-PSWD-COUNT IS EQUAL TO ZERO                            zbnkfrds
059310        AND WS-NEWPAY-COUNT IS EQUAL TO ZERO                      zbnkfrds
059400        GO TO SCAN-EXTERNAL-TRANSFERS-EXIT                        zbnkfrds
059500     END-IF.                                                      zbnkfrds
059600     PERFORM EXTL-GET.                                            zbnkfrds
060400     IF XT-REC-REQUEST-DTE IS NOT EQUAL TO WS-TODAY-DATE-N        zbnkfrds
060500        GO TO CHECK-ONE-TRANSFER-NEXT                             zbnkfrds
060600     END-IF.                                                      zbnkfrds
060610     PERFORM CHECK-NEW-PAYEE-TRANSFER                             zbnkfrds
060620         THRU CHECK-NEW-PAYEE-TRANSFER-EXIT.                      zbnkfrds
060630     IF WS-PSWD-COUNT IS EQUAL TO ZERO                            zbnkfrds
060640        GO TO CHECK-ONE-TRANSFER-NEXT                             zbnkfrds
060650     END-IF.                                                      zbnkfrds
060700     SET PSW-IDX TO 1.                                            zbnkfrds
060800     SEARCH WS-PSWD-ENTRY                                         zbnkfrds
060900       AT END                                                     zbnkfrds
063400          INTO FC-REC-DETAIL                                      zbnkfrds
063500        PERFORM WRITE-CASE                                        zbnkfrds
063600     END-IF.                                                      zbnkfrds
063601                                                                  zbnkfrds
063602******************************************************************zbnkfrds
063603* CHECK-NEW-PAYEE-TRANSFER                                       *zbnkfrds
063604* A transfer today to a payee the customer set up within an      *zbnkfrds
063605* NPY rule's days (zero is taken as one), at or above the        *zbnkfrds
063606* rule's amount, opens a case against the debited account.       *zbnkfrds
063607******************************************************************zbnkfrds
063608 CHECK-NEW-PAYEE-TRANSFER.                                        zbnkfrds
063609     IF WS-NEWPAY-COUNT IS EQUAL TO ZERO                          zbnkfrds
063610        GO TO CHECK-NEW-PAYEE-TRANSFER-EXIT                       zbnkfrds
063611     END-IF.                                                      zbnkfrds
063612     MOVE XT-REC-FROM-ACCNO TO BAC-REC-ACCNO.                     zbnkfrds
063613     READ ACCOUNT-FILE.                                           zbnkfrds
063614     IF WS-ACCOUNT-STATUS NOT = '00'                              zbnkfrds
063615        GO TO CHECK-NEW-PAYEE-TRANSFER-EXIT                       zbnkfrds
063616     END-IF.                                                      zbnkfrds
063617     PERFORM CHECK-NEW-PAYEE-ENTRY                                zbnkfrds
063618         VARYING WS-NEWPAY-SUB FROM 1 BY 1                        zbnkfrds
063619           UNTIL WS-NEWPAY-SUB IS GREATER THAN WS-NEWPAY-COUNT.   zbnkfrds
063620 CHECK-NEW-PAYEE-TRANSFER-EXIT.                                   zbnkfrds
063621     EXIT.                                                        zbnkfrds
063622                                                                  zbnkfrds
063623 CHECK-NEW-PAYEE-ENTRY.                                           zbnkfrds
063624     IF WS-NEWPAY-PID (WS-NEWPAY-SUB) IS EQUAL TO BAC-REC-PID     zbnkfrds
063625        AND WS-NEWPAY-BANK-ID (WS-NEWPAY-SUB) IS EQUAL TO         zbnkfrds
063626            XT-REC-DEST-BANK-ID                                   zbnkfrds
063627        AND WS-NEWPAY-ACCNO (WS-NEWPAY-SUB) IS EQUAL TO           zbnkfrds
063628            XT-REC-DEST-ACCNO                                     zbnkfrds
063629        COMPUTE WS-PAYEE-AGE-DAYS =                               zbnkfrds
063630            FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE-N)            zbnkfrds
063631            - FUNCTION INTEGER-OF-DATE                            zbnkfrds
063632                (WS-NEWPAY-COOL-DTE (WS-NEWPAY-SUB))              zbnkfrds
063633        PERFORM CHECK-PAYEE-ONE-RULE                              zbnkfrds
063634            THRU CHECK-PAYEE-ONE-RULE-EXIT                        zbnkfrds
063635            VARYING WS-RULE-SUB FROM 1 BY 1                       zbnkfrds
063636              UNTIL WS-RULE-SUB IS GREATER THAN WS-RULE-COUNT     zbnkfrds
063637     END-IF.                                                      zbnkfrds
063638                                                                  zbnkfrds
063639 CHECK-PAYEE-ONE-RULE.                                            zbnkfrds
063640     IF WS-RULE-KIND (WS-RULE-SUB) IS NOT EQUAL TO 'NPY'          zbnkfrds
063641        OR XT-REC-AMOUNT IS LESS THAN                             zbnkfrds
063642           WS-RULE-LIMIT-AMOUNT (WS-RULE-SUB)                     zbnkfrds
063643        GO TO CHECK-PAYEE-ONE-RULE-EXIT                           zbnkfrds
063644     END-IF.                                                      zbnkfrds
063645     MOVE WS-RULE-LIMIT-COUNT (WS-RULE-SUB) TO WS-PAYEE-WINDOW.   zbnkfrds
063646     IF WS-PAYEE-WINDOW IS EQUAL TO ZERO                          zbnkfrds
063647        MOVE 1 TO WS-PAYEE-WINDOW                                 zbnkfrds
063648     END-IF.                                                      zbnkfrds
063649     IF WS-PAYEE-AGE-DAYS IS NOT GREATER THAN WS-PAYEE-WINDOW     zbnkfrds
063650        MOVE XT-REC-FROM-ACCNO TO FC-REC-ACCNO                    zbnkfrds
063651        MOVE BAC-REC-PID TO FC-REC-PID                            zbnkfrds
063652        MOVE SPACES TO FC-REC-DETAIL                              zbnkfrds
063653        STRING 'Transfer to new payee '                           zbnkfrds
063654                     DELIMITED BY SIZE                            zbnkfrds
063655               XT-REC-DEST-BANK-ID                                zbnkfrds
063656                     DELIMITED BY SPACE                           zbnkfrds
063657               ' '                                                zbnkfrds
063658                     DELIMITED BY SIZE                            zbnkfrds
063659               XT-REC-DEST-ACCNO                                  zbnkfrds
063660                     DELIMITED BY SPACE                           zbnkfrds
063661               ' set up '                                         zbnkfrds
063662                     DELIMITED BY SIZE                            zbnkfrds
063663               WS-NEWPAY-COOL-DTE (WS-NEWPAY-SUB)                 zbnkfrds
063664                     DELIMITED BY SIZE                            zbnkfrds
063665          INTO FC-REC-DETAIL                                      zbnkfrds
063666        PERFORM WRITE-CASE                                        zbnkfrds
063667     END-IF.                                                      zbnkfrds
063668 CHECK-PAYEE-ONE-RULE-EXIT.                                       zbnkfrds
063669     EXIT.                                                        zbnkfrds
063700                                                                  zbnkfrds
063800******************************************************************zbnkfrds
063900* WRITE-CASE                                                     *zbnkfrds
074500        PERFORM ABORT-PROGRAM                                     zbnkfrds
074600     END-IF.                                                      zbnkfrds
074700                                                                  zbnkfrds
074706 TXN-GET.                                                         zbnkfrds
074712     IF WS-TXN-POSITIONED = 'NO '                                 zbnkfrds
074718        PERFORM TXN-START-DAY                                     zbnkfrds
074724     END-IF.                                                      zbnkfrds
074730     IF WS-TXN-DAY-EMPTY = 'YES'                                  zbnkfrds
074736        MOVE 'YES' TO WS-END-OF-TXN                               zbnkfrds
074742     ELSE                                                         zbnkfrds
074748        PERFORM TXN-READ-NEXT                                     zbnkfrds
074754     END-IF.                                                      zbnkfrds
074760                                                                  zbnkfrds
074766 TXN-START-DAY.                                                   zbnkfrds
074772     MOVE 'YES' TO WS-TXN-POSITIONED.                             zbnkfrds
074778     MOVE WS-TODAY-DATE-N TO TD-REC-KEY-DTE.                      zbnkfrds
074784     MOVE LOW-VALUES TO TD-REC-KEY-TXN.                           zbnkfrds
074790     START TXN-FILE KEY IS NOT LESS THAN TD-REC-KEY.              zbnkfrds
074796     IF WS-TXN-STATUS = '23'                                      zbnkfrds
074802        MOVE 'YES' TO WS-TXN-DAY-EMPTY                            zbnkfrds
074808     ELSE                                                         zbnkfrds
074814        IF WS-TXN-STATUS NOT = '00'                               zbnkfrds
074820           MOVE 'TXN Error positioning file ...'                  zbnkfrds
074826             TO WS-CONSOLE-MESSAGE                                zbnkfrds
074832           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkfrds
074838           MOVE WS-TXN-STATUS TO WS-IO-STATUS                     zbnkfrds
074844           PERFORM DISPLAY-IO-STATUS                              zbnkfrds
074850           PERFORM ABORT-PROGRAM                                  zbnkfrds
074856        END-IF                                                    zbnkfrds
074862     END-IF.                                                      zbnkfrds
074868                                                                  zbnkfrds
074874 TXN-READ-NEXT.                                                   zbnkfrds
074900     READ TXN-FILE NEXT RECORD.                                   zbnkfrds
075000     IF WS-TXN-STATUS NOT = '00'                                  zbnkfrds
075100        IF WS-TXN-STATUS = '10'                                   zbnkfrds
075900           PERFORM ABORT-PROGRAM                                  zbnkfrds
076000        END-IF                                                    zbnkfrds
076100     END-IF.                                                      zbnkfrds
076110     IF WS-TXN-STATUS = '00'                                      zbnkfrds
076120        IF TD-REC-POST-DTE IS EQUAL TO WS-TODAY-DATE-N            zbnkfrds
076130           MOVE TD-REC-TXN TO WS-BNKTXN-REC                       zbnkfrds
076140        ELSE                                                      zbnkfrds
076150           MOVE 'YES' TO WS-END-OF-TXN                            zbnkfrds
076160        END-IF                                                    zbnkfrds
076170     END-IF.                                                      zbnkfrds
076200                                                                  zbnkfrds
076300 TXN-CLOSE.                                                       zbnkfrds
076400     CLOSE TXN-FILE.                                              zbnkfrds
096300        PERFORM ABORT-PROGRAM                                     zbnkfrds
096400     END-IF.                                                      zbnkfrds
096500                                                                  zbnkfrds
096502******************************************************************zbnkfrds
096504* Open, access and close the PAYE file. Without a payee book the *zbnkfrds
096506* NPY and PYV rules have nothing to evaluate this run.           *zbnkfrds
096508******************************************************************zbnkfrds
096510 PAYE-OPEN.                                                       zbnkfrds
096512     OPEN INPUT PAYE-FILE.                                        zbnkfrds
096514     IF WS-PAYE-STATUS = '00'                                     zbnkfrds
096516        MOVE 'YES' TO WS-PAYE-AVAILABLE                           zbnkfrds
096518        MOVE 'PAYE file opened OK' TO WS-CONSOLE-MESSAGE          zbnkfrds
096520     ELSE                                                         zbnkfrds
096522        MOVE 'No BNKPAYE payee book this run'                     zbnkfrds
096524          TO WS-CONSOLE-MESSAGE                                   zbnkfrds
096526     END-IF.                                                      zbnkfrds
096528     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkfrds
096530                                                                  zbnkfrds
096532 PAYE-GET.                                                        zbnkfrds
096534     READ PAYE-FILE NEXT RECORD.                                  zbnkfrds
096536     IF WS-PAYE-STATUS NOT = '00'                                 zbnkfrds
096538        IF WS-PAYE-STATUS = '10'                                  zbnkfrds
096540           MOVE 'YES' TO WS-END-OF-PAYE                           zbnkfrds
096542        ELSE                                                      zbnkfrds
096544           MOVE 'PAYE Error reading file ...'                     zbnkfrds
096546             TO WS-CONSOLE-MESSAGE                                zbnkfrds
096548           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkfrds
096550           MOVE WS-PAYE-STATUS TO WS-IO-STATUS                    zbnkfrds
096552           PERFORM DISPLAY-IO-STATUS                              zbnkfrds
096554           PERFORM ABORT-PROGRAM                                  zbnkfrds
096556        END-IF                                                    zbnkfrds
096558     END-IF.                                                      zbnkfrds
096560                                                                  zbnkfrds
096562 PAYE-CLOSE.                                                      zbnkfrds
096564     IF WS-PAYE-AVAILABLE = 'YES'                                 zbnkfrds
096566        CLOSE PAYE-FILE                                           zbnkfrds
096568     END-IF.                                                      zbnkfrds
096570                                                                  zbnkfrds
096600******************************************************************zbnkfrds
096700* Open, access and close the FCAS file.                          *zbnkfrds
096800******************************************************************zbnkfrds
