002200*              accounts and external ones into BNKEXTL for the   *zbnkblkp
002300*              normal settlement, and prints the acceptance or   *zbnkblkp
002400*              rejection report returned to the submitter.       *zbnkblkp
002410*              The debit account and internal beneficiaries may  *zbnkblkp
002420*              be given by our IBAN in place of the number; a    *zbnkblkp
002430*              number failing its check digit rejects the file   *zbnkblkp
002440*              unless the account is a legacy one.               *zbnkblkp
002450*              An internal beneficiary at a different branch     *zbnkblkp
002460*              from the debit account raises the BNKIBRT         *zbnkblkp
002470*              due-to/due-from pair for ZBNKIBRC.                *zbnkblkp
002500******************************************************************zbnkblkp
002600 IDENTIFICATION DIVISION.                                         zbnkblkp
002700 PROGRAM-ID.                                                      zbnkblkp
007300            ORGANIZATION IS SEQUENTIAL                            zbnkblkp
007400            ACCESS MODE  IS SEQUENTIAL                            zbnkblkp
007500            FILE STATUS  IS WS-JOBSUM-STATUS.                     zbnkblkp
007510     SELECT IBRT-FILE                                             zbnkblkp
007520            ASSIGN       TO BNKIBRT                               zbnkblkp
007530            ORGANIZATION IS INDEXED                               zbnkblkp
007540            ACCESS MODE  IS RANDOM                                zbnkblkp
007550            RECORD KEY   IS IB-REC-KEY                            zbnkblkp
007560            FILE STATUS  IS WS-IBRT-STATUS.                       zbnkblkp
007600                                                                  zbnkblkp
007700 DATA DIVISION.                                                   zbnkblkp
007800 FILE SECTION.                                                    zbnkblkp
010200 FD  JOBSUM-FILE.                                                 zbnkblkp
010300 01  JOBSUM-REC                        PIC X(80).                 zbnkblkp
010400                                                                  zbnkblkp
010410 FD  IBRT-FILE.                                                   zbnkblkp
010420 01  IBRT-FILE-REC.                                               zbnkblkp
010430 COPY CBANKVIB.                                                   zbnkblkp
010440                                                                  zbnkblkp
010500 WORKING-STORAGE SECTION.                                         zbnkblkp
010600 01  WS-RUN-CONTROL.                                              zbnkblkp
010700 COPY CRUNCTLD.                                                   zbnkblkp
012700   05  WS-JOBSUM-STATUS.                                          zbnkblkp
012800     10  WS-JOBSUM-STAT1                PIC X(1).                 zbnkblkp
012900     10  WS-JOBSUM-STAT2                PIC X(1).                 zbnkblkp
012910   05  WS-IBRT-STATUS.                                            zbnkblkp
012920     10  WS-IBRT-STAT1                PIC X(1).                   zbnkblkp
012930     10  WS-IBRT-STAT2                PIC X(1).                   zbnkblkp
013000   05  WS-IO-STATUS.                                              zbnkblkp
013100     10  WS-IO-STAT1                   PIC X(1).                  zbnkblkp
013200     10  WS-IO-STAT2                   PIC X(1).                  zbnkblkp
018500     05  WS-BLH-DEBIT-ACCNO                PIC X(9).              zbnkblkp
018600     05  WS-BLH-COUNT                      PIC 9(5).              zbnkblkp
018700     05  WS-BLH-TOTAL                      PIC 9(9)V99.           zbnkblkp
018800    05  WS-BLH-DEBIT-IBAN                 PIC X(18).              zbnkblkp
018810    05  FILLER                            PIC X(76).              zbnkblkp
018900 01  WS-BULK-DETAIL REDEFINES WS-BULK-INPUT.                      zbnkblkp
019000     05  FILLER                            PIC X(1).              zbnkblkp
019100     05  WS-BLD-ROUTE                      PIC X(1).              zbnkblkp
019700     05  WS-BLD-NAME                       PIC X(25).             zbnkblkp
019800     05  WS-BLD-AMOUNT                     PIC 9(7)V99.           zbnkblkp
019900     05  WS-BLD-REFERENCE                  PIC X(20).             zbnkblkp
020000    05  WS-BLD-IBAN                       PIC X(18).              zbnkblkp
020010    05  FILLER                            PIC X(9).               zbnkblkp
020100                                                                  zbnkblkp
020200******************************************************************zbnkblkp
020300* First pass gathers and validates the whole batch - nothing     *zbnkblkp
022400     VALUE ZERO.                                                  zbnkblkp
022500 01  WS-FILE-REJECTED                      PIC X(1) VALUE 'N'.    zbnkblkp
022600 01  WS-REJECT-REASON                      PIC X(40).             zbnkblkp
022610 01  WS-ACCNO-PARM.                                               zbnkblkp
022620 COPY CACCNOD.                                                    zbnkblkp
022700 01  WS-TXN-SEQ                            PIC 9(3) VALUE ZERO.   zbnkblkp
022800 01  WS-EXTL-TASKN                         PIC 9(7).              zbnkblkp
022900 01  WS-RUN-TIME-N                         PIC 9(6).              zbnkblkp
023700******************************************************************zbnkblkp
023800 01  WS-INTERNAL-PAID                      PIC 9(5) VALUE ZERO.   zbnkblkp
023900 01  WS-EXTERNAL-QUEUED                    PIC 9(5) VALUE ZERO.   zbnkblkp
023910 01  WS-INTER-BRANCH-POSTED                PIC 9(7) VALUE ZERO.   zbnkblkp
023920 01  WS-DEBIT-BRANCH                       PIC X(3).              zbnkblkp
023930 01  WS-DEBIT-CURRENCY                     PIC X(3).              zbnkblkp
024000                                                                  zbnkblkp
024100 01  WS-END-OF-BULKIN                      PIC X(3) VALUE 'NO '.  zbnkblkp
024110                                                                  zbnkblkp
024120 01  WS-TXNJ-PARM.                                                zbnkblkp
024130 COPY CTXNJND.                                                    zbnkblkp
024200                                                                  zbnkblkp
024300 PROCEDURE DIVISION.                                              zbnkblkp
024400                                                                  zbnkblkp
025800     PERFORM TXN-OPEN.                                            zbnkblkp
025900     PERFORM EXTL-OPEN.                                           zbnkblkp
026000     PERFORM PRINTOUT-OPEN.                                       zbnkblkp
026010     PERFORM IBRT-OPEN.                                           zbnkblkp
026100                                                                  zbnkblkp
026200     PERFORM WRITE-REPORT-HEADING.                                zbnkblkp
026300     PERFORM BULKIN-GET.                                          zbnkblkp
028600     PERFORM TXN-CLOSE.                                           zbnkblkp
028700     PERFORM EXTL-CLOSE.                                          zbnkblkp
028800     PERFORM PRINTOUT-CLOSE.                                      zbnkblkp
028810     PERFORM IBRT-CLOSE.                                          zbnkblkp
028900                                                                  zbnkblkp
029000     PERFORM PRINT-JOB-SUMMARY.                                   zbnkblkp
029100                                                                  zbnkblkp
033500        END-IF                                                    zbnkblkp
033600        MOVE 'Y' TO WS-HEADER-SEEN                                zbnkblkp
033700        MOVE WS-BLH-DEBIT-ACCNO TO WS-DEBIT-ACCNO                 zbnkblkp
033707        IF WS-DEBIT-ACCNO IS EQUAL TO SPACES AND                  zbnkblkp
033714           WS-BLH-DEBIT-IBAN IS NOT EQUAL TO SPACES               zbnkblkp
033721           SET ACN-PARSE-IBAN TO TRUE                             zbnkblkp
033728           MOVE WS-BLH-DEBIT-IBAN TO ACN-IBAN                     zbnkblkp
033735           CALL 'UACCNO' USING WS-ACCNO-PARM                      zbnkblkp
033742           IF NOT ACN-VALID                                       zbnkblkp
033749              MOVE 'Debit account IBAN not valid'                 zbnkblkp
033756                TO WS-REJECT-REASON                               zbnkblkp
033763              MOVE 'Y' TO WS-FILE-REJECTED                        zbnkblkp
033770              GO TO GATHER-ONE-RECORD-EXIT                        zbnkblkp
033777           END-IF                                                 zbnkblkp
033784           MOVE ACN-ACCNO TO WS-DEBIT-ACCNO                       zbnkblkp
033791        END-IF                                                    zbnkblkp
033800        MOVE WS-BLH-COUNT TO WS-HEADER-COUNT                      zbnkblkp
033900        MOVE WS-BLH-TOTAL TO WS-HEADER-TOTAL                      zbnkblkp
034000        GO TO GATHER-ONE-RECORD-NEXT                              zbnkblkp
035000        MOVE 'Y' TO WS-FILE-REJECTED                              zbnkblkp
035100        GO TO GATHER-ONE-RECORD-EXIT                              zbnkblkp
035200     END-IF.                                                      zbnkblkp
035206     IF WS-BLD-INTERNAL AND                                       zbnkblkp
035212        WS-BLD-ACCNO IS EQUAL TO SPACES AND                       zbnkblkp
035218        WS-BLD-IBAN IS NOT EQUAL TO SPACES                        zbnkblkp
035224        SET ACN-PARSE-IBAN TO TRUE                                zbnkblkp
035230        MOVE WS-BLD-IBAN TO ACN-IBAN                              zbnkblkp
035236        CALL 'UACCNO' USING WS-ACCNO-PARM                         zbnkblkp
035242        IF NOT ACN-VALID                                          zbnkblkp
035248           MOVE 'Beneficiary IBAN not valid'                      zbnkblkp
035254             TO WS-REJECT-REASON                                  zbnkblkp
035260           MOVE 'Y' TO WS-FILE-REJECTED                           zbnkblkp
035266           GO TO GATHER-ONE-RECORD-EXIT                           zbnkblkp
035272        END-IF                                                    zbnkblkp
035278        MOVE ACN-ACCNO TO WS-BLD-ACCNO                            zbnkblkp
035284     END-IF.                                                      zbnkblkp
035300     ADD 1 TO WS-DTL-COUNT.                                       zbnkblkp
035400     MOVE WS-BLD-ROUTE TO WS-DTL-ROUTE (WS-DTL-COUNT).            zbnkblkp
035500     MOVE WS-BLD-ACCNO TO WS-DTL-ACCNO (WS-DTL-COUNT).            zbnkblkp
039600        MOVE 'Y' TO WS-FILE-REJECTED                              zbnkblkp
039700        GO TO VALIDATE-WHOLE-BATCH-EXIT                           zbnkblkp
039800     END-IF.                                                      zbnkblkp
039810     SET ACN-VALIDATE TO TRUE.                                    zbnkblkp
039820     MOVE WS-DEBIT-ACCNO TO ACN-ACCNO.                            zbnkblkp
039830     CALL 'UACCNO' USING WS-ACCNO-PARM.                           zbnkblkp
039840     IF NOT ACN-VALID AND NOT BAC-REC-ACCNO-LEGACY                zbnkblkp
039850        MOVE 'Debit account check digit invalid'                  zbnkblkp
039860          TO WS-REJECT-REASON                                     zbnkblkp
039870        MOVE 'Y' TO WS-FILE-REJECTED                              zbnkblkp
039880        GO TO VALIDATE-WHOLE-BATCH-EXIT                           zbnkblkp
039890     END-IF.                                                      zbnkblkp
039900     IF NOT BAC-REC-ACTIVE                                        zbnkblkp
040000        MOVE 'Debit account is not active' TO WS-REJECT-REASON    zbnkblkp
040100        MOVE 'Y' TO WS-FILE-REJECTED                              zbnkblkp
042700              MOVE 'Internal beneficiary not found'               zbnkblkp
042800                TO WS-REJECT-REASON                               zbnkblkp
042900              MOVE 'Y' TO WS-FILE-REJECTED                        zbnkblkp
042910           ELSE                                                   zbnkblkp
042920              SET ACN-VALIDATE TO TRUE                            zbnkblkp
042930              MOVE BAC-REC-ACCNO TO ACN-ACCNO                     zbnkblkp
042940              CALL 'UACCNO' USING WS-ACCNO-PARM                   zbnkblkp
042950              IF NOT ACN-VALID AND NOT BAC-REC-ACCNO-LEGACY       zbnkblkp
042960                 MOVE 'Beneficiary check digit invalid'           zbnkblkp
042970                   TO WS-REJECT-REASON                            zbnkblkp
042980                 MOVE 'Y' TO WS-FILE-REJECTED                     zbnkblkp
042990              END-IF                                              zbnkblkp
043000           END-IF                                                 zbnkblkp
043100        ELSE                                                      zbnkblkp
043200           MOVE WS-DTL-BANK-ID (WS-DTL-SUB) TO BD-REC-BANK-ID     zbnkblkp
045600     ACCEPT WS-RUN-TIME-N FROM TIME.                              zbnkblkp
045700     MOVE WS-DEBIT-ACCNO TO BAC-REC-ACCNO.                        zbnkblkp
045800     READ ACCOUNT-FILE.                                           zbnkblkp
045810     MOVE BAC-REC-BRANCH TO WS-DEBIT-BRANCH.                      zbnkblkp
045820     MOVE BAC-REC-CURRENCY TO WS-DEBIT-CURRENCY.                  zbnkblkp
045900     SUBTRACT WS-HEADER-TOTAL FROM BAC-REC-BALANCE.               zbnkblkp
046000     PERFORM ACCOUNT-REWRITE.                                     zbnkblkp
046100     PERFORM POST-AGGREGATE-DEBIT.                                zbnkblkp
051400     MOVE BAC-REC-BALANCE TO BTX-REC-BALANCE.                     zbnkblkp
051500     PERFORM TXN-WRITE.                                           zbnkblkp
051600     ADD 1 TO WS-INTERNAL-PAID.                                   zbnkblkp
051610     IF WS-DEBIT-BRANCH IS NOT EQUAL TO SPACES AND                zbnkblkp
051620        BAC-REC-BRANCH IS NOT EQUAL TO SPACES AND                 zbnkblkp
051630        WS-DEBIT-BRANCH IS NOT EQUAL TO BAC-REC-BRANCH            zbnkblkp
051640        PERFORM POST-INTER-BRANCH                                 zbnkblkp
051650     END-IF.                                                      zbnkblkp
051700                                                                  zbnkblkp
051702******************************************************************zbnkblkp
051704* POST-INTER-BRANCH                                              *zbnkblkp
051706* The debit account's branch owes the beneficiary's branch the   *zbnkblkp
051708* amount credited: a due-to leg on the debit branch and a        *zbnkblkp
051710* due-from leg on the beneficiary's, under this run's time and   *zbnkblkp
051712* the inter-branch count as the reference.                       *zbnkblkp
051714******************************************************************zbnkblkp
051716 POST-INTER-BRANCH.                                               zbnkblkp
051718     ADD 1 TO WS-INTER-BRANCH-POSTED.                             zbnkblkp
051720     MOVE SPACES TO IBRT-FILE-REC.                                zbnkblkp
051722     MOVE WS-TODAY-DATE-N TO IB-REC-DATE.                         zbnkblkp
051724     SET IB-REC-BATCH TO TRUE.                                    zbnkblkp
051726     MOVE WS-RUN-TIME TO IB-REC-REF-TIME.                         zbnkblkp
051728     MOVE WS-INTER-BRANCH-POSTED TO IB-REC-REF-NO.                zbnkblkp
051730     MOVE WS-DTL-AMOUNT (WS-DTL-SUB) TO IB-REC-AMOUNT.            zbnkblkp
051732     MOVE WS-DEBIT-CURRENCY TO IB-REC-CURRENCY.                   zbnkblkp
051734     MOVE 'BLC' TO IB-REC-TXN-TYPE.                               zbnkblkp
051736     MOVE 'ZBNKBLKP' TO IB-REC-PROGRAM.                           zbnkblkp
051738     MOVE ZERO TO IB-REC-MATCH-DATE.                              zbnkblkp
051740     MOVE WS-DEBIT-BRANCH TO IB-REC-BRANCH.                       zbnkblkp
051742     MOVE BAC-REC-BRANCH TO IB-REC-OTHER-BRANCH.                  zbnkblkp
051744     SET IB-REC-DUE-TO TO TRUE.                                   zbnkblkp
051746     MOVE WS-DEBIT-ACCNO TO IB-REC-ACCNO.                         zbnkblkp
051748     PERFORM IBRT-WRITE.                                          zbnkblkp
051750     MOVE BAC-REC-BRANCH TO IB-REC-BRANCH.                        zbnkblkp
051752     MOVE WS-DEBIT-BRANCH TO IB-REC-OTHER-BRANCH.                 zbnkblkp
051754     SET IB-REC-DUE-FROM TO TRUE.                                 zbnkblkp
051756     MOVE BAC-REC-ACCNO TO IB-REC-ACCNO.                          zbnkblkp
051758     PERFORM IBRT-WRITE.                                          zbnkblkp
051760                                                                  zbnkblkp
051762 IBRT-WRITE.                                                      zbnkblkp
051764     WRITE IBRT-FILE-REC.                                         zbnkblkp
051766     IF WS-IBRT-STATUS NOT = '00'                                 zbnkblkp
051768        MOVE 'IBRT Error writing file ...' TO WS-CONSOLE-MESSAGE  zbnkblkp
051770        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkblkp
051772        MOVE WS-IBRT-STATUS TO WS-IO-STATUS                       zbnkblkp
051774        PERFORM DISPLAY-IO-STATUS                                 zbnkblkp
051776        PERFORM ABORT-PROGRAM                                     zbnkblkp
051778     END-IF.                                                      zbnkblkp
051780                                                                  zbnkblkp
051800 QUEUE-EXTERNAL-BENEFICIARY.                                      zbnkblkp
051900     MOVE SPACES TO EXTL-FILE-REC.                                zbnkblkp
052000     MOVE WS-DEBIT-ACCNO TO XT-REC-FROM-ACCNO.                    zbnkblkp
054300     ADD 1 TO WS-EXTERNAL-QUEUED.                                 zbnkblkp
054400                                                                  zbnkblkp
054500 TXN-WRITE.                                                       zbnkblkp
054550     SET BTX-REC-CHN-BULK TO TRUE.                                zbnkblkp
054600     WRITE TXN-FILE-REC.                                          zbnkblkp
054700     IF WS-TXN-STATUS NOT = '00'                                  zbnkblkp
054800        MOVE 'TXN Error writing file ...' TO WS-CONSOLE-MESSAGE   zbnkblkp
055100        PERFORM DISPLAY-IO-STATUS                                 zbnkblkp
055200        PERFORM ABORT-PROGRAM                                     zbnkblkp
055300     END-IF.                                                      zbnkblkp
055310     PERFORM JOURNAL-DAILY-POSTING.                               zbnkblkp
055400                                                                  zbnkblkp
055500******************************************************************zbnkblkp
055600* The acceptance/rejection report returned to the submitter.     *zbnkblkp
077000        PERFORM ABORT-PROGRAM                                     zbnkblkp
077100     END-IF.                                                      zbnkblkp
077200                                                                  zbnkblkp
077203******************************************************************zbnkblkp
077206* Open and close the IBRT inter-branch file.                     *zbnkblkp
077209******************************************************************zbnkblkp
077212 IBRT-OPEN.                                                       zbnkblkp
077215     OPEN I-O IBRT-FILE.                                          zbnkblkp
077218     IF WS-IBRT-STATUS = '00'                                     zbnkblkp
077221        MOVE 'IBRT file opened OK' TO WS-CONSOLE-MESSAGE          zbnkblkp
077224        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkblkp
077227     ELSE                                                         zbnkblkp
077230        MOVE 'IBRT file open failure...' TO WS-CONSOLE-MESSAGE    zbnkblkp
077233        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkblkp
077236        MOVE WS-IBRT-STATUS TO WS-IO-STATUS                       zbnkblkp
077239        PERFORM DISPLAY-IO-STATUS                                 zbnkblkp
077242        PERFORM ABORT-PROGRAM                                     zbnkblkp
077245     END-IF.                                                      zbnkblkp
077248                                                                  zbnkblkp
077251 IBRT-CLOSE.                                                      zbnkblkp
077254     CLOSE IBRT-FILE.                                             zbnkblkp
077257     IF WS-IBRT-STATUS = '00'                                     zbnkblkp
077260        MOVE 'IBRT file closed OK' TO WS-CONSOLE-MESSAGE          zbnkblkp
077263        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkblkp
077266     ELSE                                                         zbnkblkp
077269        MOVE 'IBRT file close failure...' TO WS-CONSOLE-MESSAGE   zbnkblkp
077272        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkblkp
077275        MOVE WS-IBRT-STATUS TO WS-IO-STATUS                       zbnkblkp
077278        PERFORM DISPLAY-IO-STATUS                                 zbnkblkp
077281        PERFORM ABORT-PROGRAM                                     zbnkblkp
077284     END-IF.                                                      zbnkblkp
077287                                                                  zbnkblkp
077300******************************************************************zbnkblkp
077400* Open, access and close the PRINTOUT file.                      *zbnkblkp
077500******************************************************************zbnkblkp
082700            WS-EXTERNAL-QUEUED DELIMITED BY SIZE                  zbnkblkp
082800       INTO JOBSUM-REC.                                           zbnkblkp
082900     PERFORM JOBSUM-PUT.                                          zbnkblkp
082910     MOVE SPACES TO JOBSUM-REC.                                   zbnkblkp
082920     STRING 'Inter-branch credits:        ' DELIMITED BY SIZE     zbnkblkp
082930            WS-INTER-BRANCH-POSTED DELIMITED BY SIZE              zbnkblkp
082940       INTO JOBSUM-REC.                                           zbnkblkp
082950     PERFORM JOBSUM-PUT.                                          zbnkblkp
083000     PERFORM JOBSUM-CLOSE.                                        zbnkblkp
083100     MOVE 'Job summary written to JOBSUM'                         zbnkblkp
083200       TO WS-CONSOLE-MESSAGE.                                     zbnkblkp
100600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkblkp
100700     END-IF.                                                      zbnkblkp
100800                                                                  zbnkblkp
100806******************************************************************zbnkblkp
100812* Copy the posting just written to BNKTXN into the BNKTXD daily  *zbnkblkp
100818* posting journal through UTXNJNL. A failure is an abort - the   *zbnkblkp
100824* nightly jobs read the journal and would miss the posting.      *zbnkblkp
100830******************************************************************zbnkblkp
100836 JOURNAL-DAILY-POSTING.                                           zbnkblkp
100842     SET TXJ-WRITE TO TRUE.                                       zbnkblkp
100848     MOVE TXN-FILE-REC TO TXJ-TXN-IMAGE.                          zbnkblkp
100854     CALL 'UTXNJNL' USING WS-TXNJ-PARM.                           zbnkblkp
100860     IF TXJ-FAILED                                                zbnkblkp
100866        MOVE TXJ-REPLY-TEXT TO WS-CONSOLE-MESSAGE                 zbnkblkp
100872        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkblkp
100878        PERFORM ABORT-PROGRAM                                     zbnkblkp
100884     END-IF.                                                      zbnkblkp
100890                                                                  zbnkblkp
100900******************************************************************zbnkblkp
101000* 'ABORT' the program. Post a message and issue a goback         *zbnkblkp
101100******************************************************************zbnkblkp
