001900*              within the mandate's cap, and funds are available.*zbnkddin
002000*              Everything refused goes back to the network on the*zbnkddin
002100*              DDRET return file with the proper reason code.    *zbnkddin
002110*              An interrupted run restarts from its UCHKPT       *zbnkddin
002120*              checkpoint, past the records it had already       *zbnkddin
002130*              finished.                                         *zbnkddin
002140*              Each debit returned for insufficient funds is     *zbnkddin
002150*              counted on the account's BNKACRU record for the   *zbnkddin
002160*              loan scorecard.                                   *zbnkddin
002168*              An item may name the account by our IBAN in place *zbnkddin
002176*              of the account number. A number failing its check *zbnkddin
002184*              digit is returned MR04 unless the account is a    *zbnkddin
002192*              legacy one.                                       *zbnkddin
002200******************************************************************zbnkddin
002300 IDENTIFICATION DIVISION.                                         zbnkddin
002400 PROGRAM-ID.                                                      zbnkddin
005400            ACCESS MODE  IS RANDOM                                zbnkddin
005500            RECORD KEY   IS BCS-REC-PID                           zbnkddin
005600            FILE STATUS  IS WS-CUSTOMER-STATUS.                   zbnkddin
005610     SELECT ACCRUAL-FILE                                          zbnkddin
005620            ASSIGN       TO BNKACRU                               zbnkddin
005630            ORGANIZATION IS INDEXED                               zbnkddin
005640            ACCESS MODE  IS RANDOM                                zbnkddin
005650            RECORD KEY   IS AR-REC-ACCNO                          zbnkddin
005660            FILE STATUS  IS WS-ACCRUAL-STATUS.                    zbnkddin
005700     SELECT TXN-FILE                                              zbnkddin
005800            ASSIGN       TO BNKTXN                                zbnkddin
005900            ORGANIZATION IS INDEXED                               zbnkddin
008700 FD  CUSTOMER-FILE.                                               zbnkddin
008800 01  CUSTOMER-FILE-REC.                                           zbnkddin
008900 COPY CBANKVCS.                                                   zbnkddin
008910 FD  ACCRUAL-FILE.                                                zbnkddin
008920 01  ACCRUAL-FILE-REC.                                            zbnkddin
008930 COPY CBANKVAR.                                                   zbnkddin
009000                                                                  zbnkddin
009100 FD  TXN-FILE.                                                    zbnkddin
009200 01  TXN-FILE-REC.                                                zbnkddin
011400   05  WS-CUSTOMER-STATUS.                                        zbnkddin
011500     10  WS-CUSTOMER-STAT1              PIC X(1).                 zbnkddin
011600     10  WS-CUSTOMER-STAT2              PIC X(1).                 zbnkddin
011610   05  WS-ACCRUAL-STATUS.                                         zbnkddin
011620     10  WS-ACCRUAL-STAT1              PIC X(1).                  zbnkddin
011630     10  WS-ACCRUAL-STAT2              PIC X(1).                  zbnkddin
011700   05  WS-TXN-STATUS.                                             zbnkddin
011800     10  WS-TXN-STAT1                   PIC X(1).                 zbnkddin
011900     10  WS-TXN-STAT2                   PIC X(1).                 zbnkddin
015300 01  WS-FCTL-TRL-COUNT                     PIC 9(7).              zbnkddin
015400 01  WS-FCTL-TRL-AMOUNT                    PIC 9(11)V99.          zbnkddin
015500 01  WS-FCTL-HOLD-REC                      PIC X(133).            zbnkddin
015505                                                                  zbnkddin
015510******************************************************************zbnkddin
015515* Checkpoint/restart. UCHKPT records the last input record       *zbnkddin
015520* this run has finished, the running file totals and the run     *zbnkddin
015525* counters after every record - nothing on these files rolls     *zbnkddin
015530* back, so the restart point must be exact. A rerun after an     *zbnkddin
015535* abend skips the records already finished and carries the       *zbnkddin
015540* counters on from the checkpoint.                               *zbnkddin
015545******************************************************************zbnkddin
015550 01  WS-CHKPT-PARM.                                               zbnkddin
015555 COPY CCHKPTD.                                                    zbnkddin
015560 01  WS-RESTART-SW                         PIC X(1) VALUE 'N'.    zbnkddin
015565     88  RESTART-RUN                       VALUE 'Y'.             zbnkddin
015570     88  NOT-RESTART-RUN                   VALUE 'N'.             zbnkddin
015575 01  WS-RESTART-SKIP-COUNT                 PIC 9(7) VALUE ZERO.   zbnkddin
015580 01  WS-RESTART-FROM                       PIC 9(7) VALUE ZERO.   zbnkddin
015600                                                                  zbnkddin
015700 01  WS-DATE-WORK-AREA.                                           zbnkddin
015800 COPY CDATED.                                                     zbnkddin
015900                                                                  zbnkddin
015910 01  WS-ACCNO-PARM.                                               zbnkddin
015920 COPY CACCNOD.                                                    zbnkddin
015930                                                                  zbnkddin
016000 01  WS-TODAY-DATE-N                       PIC 9(8).              zbnkddin
016100 01  WS-TODAY-DATE-PARTS REDEFINES WS-TODAY-DATE-N.               zbnkddin
016200     05  WS-TODAY-CCYY                     PIC 9(4).              zbnkddin
017200* network's code list: MR01 no mandate, MR02 mandate cancelled,  *zbnkddin
017300* MR03 amount over the mandate cap, MR04 account unavailable,    *zbnkddin
017400* MR05 insufficient funds.                                       *zbnkddin
017410* An item may name the account by our IBAN instead, with the     *zbnkddin
017420* account number left blank.                                     *zbnkddin
017500******************************************************************zbnkddin
017600 01  WS-DDIN-INPUT.                                               zbnkddin
017700     05  WS-DDI-ORIGINATOR                 PIC X(11).             zbnkddin
017800     05  WS-DDI-DEST-ACCNO                 PIC X(9).              zbnkddin
017900     05  WS-DDI-AMOUNT                     PIC 9(7)V99.           zbnkddin
018000     05  WS-DDI-REFERENCE                  PIC X(20).             zbnkddin
018050     05  WS-DDI-DEST-IBAN                  PIC X(18).             zbnkddin
018100     05  FILLER                            PIC X(13).             zbnkddin
018200                                                                  zbnkddin
018300 01  WS-DDRET-OUTPUT.                                             zbnkddin
018400     05  WS-DDR-ORIGINATOR                 PIC X(11).             zbnkddin
019900 01  WS-DEBITS-RETURNED                    PIC 9(5) VALUE ZERO.   zbnkddin
020000 01  WS-AMOUNT-POSTED                      PIC S9(11)V99 COMP-3   zbnkddin
020100     VALUE ZERO.                                                  zbnkddin
020110 01  WS-RETURNS-COUNTED                    PIC 9(5) VALUE ZERO.   zbnkddin
020200                                                                  zbnkddin
020300 01  WS-END-OF-DDIN                        PIC X(3) VALUE 'NO '.  zbnkddin
020310 01  WS-ACCRUAL-AVAILABLE                  PIC X(3) VALUE 'NO '.  zbnkddin
020320 01  WS-ACCRUAL-FOUND                      PIC X(3).              zbnkddin
020330 01  WS-YEAR-AGO-N                         PIC 9(8).              zbnkddin
020340                                                                  zbnkddin
020350 01  WS-TXNJ-PARM.                                                zbnkddin
020360 COPY CTXNJND.                                                    zbnkddin
020400                                                                  zbnkddin
020500 PROCEDURE DIVISION.                                              zbnkddin
020600                                                                  zbnkddin
021400       INTO WS-CONSOLE-MESSAGE.                                   zbnkddin
021500     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkddin
021600                                                                  zbnkddin
021610     PERFORM CHECKPOINT-CHECK                                     zbnkddin
021620         THRU CHECKPOINT-CHECK-EXIT.                              zbnkddin
021700     PERFORM DDIN-OPEN.                                           zbnkddin
021800     PERFORM MAND-OPEN.                                           zbnkddin
021900     PERFORM ACCOUNT-OPEN.                                        zbnkddin
022000     PERFORM CUSTOMER-OPEN.                                       zbnkddin
022010     PERFORM ACCRUAL-OPEN.                                        zbnkddin
022100     PERFORM TXN-OPEN.                                            zbnkddin
022200     PERFORM DDRET-OPEN.                                          zbnkddin
022300                                                                  zbnkddin
022400     PERFORM DDIN-GET.                                            zbnkddin
022410     PERFORM CHECKPOINT-SKIP                                      zbnkddin
022420         THRU CHECKPOINT-SKIP-EXIT.                               zbnkddin
022500     PERFORM PRESENT-ONE-DEBIT                                    zbnkddin
022600         THRU PRESENT-ONE-DEBIT-EXIT                              zbnkddin
022700             UNTIL WS-END-OF-DDIN = 'YES'.                        zbnkddin
022800     PERFORM VALIDATE-FILE-CONTROL                                zbnkddin
022900         THRU VALIDATE-FILE-CONTROL-EXIT.                         zbnkddin
022910     PERFORM CHECKPOINT-COMPLETE.                                 zbnkddin
023000                                                                  zbnkddin
023100     PERFORM DDIN-CLOSE.                                          zbnkddin
023200     PERFORM MAND-CLOSE.                                          zbnkddin
023300     PERFORM ACCOUNT-CLOSE.                                       zbnkddin
023400     PERFORM CUSTOMER-CLOSE.                                      zbnkddin
023410     PERFORM ACCRUAL-CLOSE.                                       zbnkddin
023500     PERFORM TXN-CLOSE.                                           zbnkddin
023600     PERFORM DDRET-CLOSE.                                         zbnkddin
023700                                                                  zbnkddin
027500* originator on this account, no debit. A covered item is then   *zbnkddin
027600* only posted when the account can stand it - an honoured        *zbnkddin
027700* direct debit that bounces later is the worst outcome of all.   *zbnkddin
027710* An account number that is not numeric, an IBAN that is not     *zbnkddin
027720* ours or not valid, and a check digit that fails on an          *zbnkddin
027730* account that is not a legacy one are returned MR04 too.        *zbnkddin
027800******************************************************************zbnkddin
027900 PRESENT-ONE-DEBIT.                                               zbnkddin
027904     IF WS-DDI-DEST-ACCNO IS EQUAL TO SPACES AND                  zbnkddin
027908        WS-DDI-DEST-IBAN IS NOT EQUAL TO SPACES                   zbnkddin
027912        SET ACN-PARSE-IBAN TO TRUE                                zbnkddin
027916        MOVE WS-DDI-DEST-IBAN TO ACN-IBAN                         zbnkddin
027920        CALL 'UACCNO' USING WS-ACCNO-PARM                         zbnkddin
027924        IF NOT ACN-VALID                                          zbnkddin
027928           MOVE 'MR04' TO WS-REFUSE-REASON                        zbnkddin
027932           PERFORM RETURN-ONE-DEBIT                               zbnkddin
027936           GO TO PRESENT-ONE-DEBIT-NEXT                           zbnkddin
027940        END-IF                                                    zbnkddin
027944        MOVE ACN-ACCNO TO WS-DDI-DEST-ACCNO                       zbnkddin
027948     END-IF.                                                      zbnkddin
027952     SET ACN-VALIDATE TO TRUE.                                    zbnkddin
027956     MOVE WS-DDI-DEST-ACCNO TO ACN-ACCNO.                         zbnkddin
027960     CALL 'UACCNO' USING WS-ACCNO-PARM.                           zbnkddin
027964     IF ACN-NOT-NUMERIC                                           zbnkddin
027968        MOVE 'MR04' TO WS-REFUSE-REASON                           zbnkddin
027972        PERFORM RETURN-ONE-DEBIT                                  zbnkddin
027976        GO TO PRESENT-ONE-DEBIT-NEXT                              zbnkddin
027980     END-IF.                                                      zbnkddin
028000     MOVE WS-DDI-DEST-ACCNO TO DM-REC-ACCNO.                      zbnkddin
028100     MOVE WS-DDI-ORIGINATOR TO DM-REC-ORIGINATOR.                 zbnkddin
028200     READ MAND-FILE.                                              zbnkddin
030300        PERFORM RETURN-ONE-DEBIT                                  zbnkddin
030400        GO TO PRESENT-ONE-DEBIT-NEXT                              zbnkddin
030500     END-IF.                                                      zbnkddin
030510     IF ACN-CHECK-FAILED AND NOT BAC-REC-ACCNO-LEGACY             zbnkddin
030520        MOVE 'MR04' TO WS-REFUSE-REASON                           zbnkddin
030530        PERFORM RETURN-ONE-DEBIT                                  zbnkddin
030540        GO TO PRESENT-ONE-DEBIT-NEXT                              zbnkddin
030550     END-IF.                                                      zbnkddin
030600     IF NOT BAC-REC-ACTIVE                                        zbnkddin
030700        MOVE 'MR04' TO WS-REFUSE-REASON                           zbnkddin
030800        PERFORM RETURN-ONE-DEBIT                                  zbnkddin
031900     IF (BAC-REC-BALANCE + BAC-REC-OVERDRAFT-LIMIT) IS LESS       zbnkddin
032000        THAN WS-DDI-AMOUNT                                        zbnkddin
032100        MOVE 'MR05' TO WS-REFUSE-REASON                           zbnkddin
032110        PERFORM NOTE-RETURNED-ITEM                                zbnkddin
032120            THRU NOTE-RETURNED-ITEM-EXIT                          zbnkddin
032200        PERFORM RETURN-ONE-DEBIT                                  zbnkddin
032300        GO TO PRESENT-ONE-DEBIT-NEXT                              zbnkddin
032400     END-IF.                                                      zbnkddin
032800     ADD 1 TO WS-DEBITS-POSTED.                                   zbnkddin
032900     ADD WS-DDI-AMOUNT TO WS-AMOUNT-POSTED.                       zbnkddin
033000 PRESENT-ONE-DEBIT-NEXT.                                          zbnkddin
033010     PERFORM CHECKPOINT-TAKE.                                     zbnkddin
033100     PERFORM DDIN-GET.                                            zbnkddin
033200 PRESENT-ONE-DEBIT-EXIT.                                          zbnkddin
033300     EXIT.                                                        zbnkddin
037200       INTO BTX-REC-DESC.                                         zbnkddin
037300     MOVE 'DDP' TO BTX-REC-TYPE.                                  zbnkddin
037400     MOVE BAC-REC-BALANCE TO BTX-REC-BALANCE.                     zbnkddin
037450     SET BTX-REC-CHN-INBOUND TO TRUE.                             zbnkddin
037500     WRITE TXN-FILE-REC.                                          zbnkddin
037600     IF WS-TXN-STATUS NOT = '00'                                  zbnkddin
037700        MOVE 'TXN Error writing file ...' TO WS-CONSOLE-MESSAGE   zbnkddin
038000        PERFORM DISPLAY-IO-STATUS                                 zbnkddin
038100        PERFORM ABORT-PROGRAM                                     zbnkddin
038200     END-IF.                                                      zbnkddin
038210     PERFORM JOURNAL-DAILY-POSTING.                               zbnkddin
038300 POST-DEBIT-TXN-EXIT.                                             zbnkddin
038400     EXIT.                                                        zbnkddin
038500                                                                  zbnkddin
053900        PERFORM DISPLAY-IO-STATUS                                 zbnkddin
054000        PERFORM ABORT-PROGRAM                                     zbnkddin
054100     END-IF.                                                      zbnkddin
054101                                                                  zbnkddin
054102******************************************************************zbnkddin
054103* The BNKACRU accrual record carries the account's count of      *zbnkddin
054104* items returned unpaid for lack of funds, which the loan        *zbnkddin
054105* scorecard reads. The file is optional here - without it the   * zbnkddin
054106* returns are simply not counted.                                *zbnkddin
054107******************************************************************zbnkddin
054108 ACCRUAL-OPEN.                                                    zbnkddin
054109     OPEN I-O ACCRUAL-FILE.                                       zbnkddin
054110     IF WS-ACCRUAL-STATUS = '00'                                  zbnkddin
054111        MOVE 'YES' TO WS-ACCRUAL-AVAILABLE                        zbnkddin
054112     ELSE                                                         zbnkddin
054113        MOVE 'No BNKACRU returns count this run' TO               zbnkddin
054114          WS-CONSOLE-MESSAGE                                      zbnkddin
054115        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkddin
054116     END-IF.                                                      zbnkddin
054117                                                                  zbnkddin
054118 ACCRUAL-CLOSE.                                                   zbnkddin
054119     IF WS-ACCRUAL-AVAILABLE = 'YES'                              zbnkddin
054120        CLOSE ACCRUAL-FILE                                        zbnkddin
054121     END-IF.                                                      zbnkddin
054122                                                                  zbnkddin
054123******************************************************************zbnkddin
054124* Count one unpaid return against the account. A count whose     *zbnkddin
054125* last return is more than a year old starts again, so the       *zbnkddin
054126* figure stays the account's recent record.                      *zbnkddin
054127******************************************************************zbnkddin
054128 NOTE-RETURNED-ITEM.                                              zbnkddin
054129     IF WS-ACCRUAL-AVAILABLE NOT = 'YES'                          zbnkddin
054130        GO TO NOTE-RETURNED-ITEM-EXIT                             zbnkddin
054131     END-IF.                                                      zbnkddin
054132     COMPUTE WS-YEAR-AGO-N = WS-TODAY-DATE-N - 10000.             zbnkddin
054133     MOVE BAC-REC-ACCNO TO AR-REC-ACCNO.                          zbnkddin
054134     READ ACCRUAL-FILE.                                           zbnkddin
054135     IF WS-ACCRUAL-STATUS NOT = '00'                              zbnkddin
054136        MOVE 'NO ' TO WS-ACCRUAL-FOUND                            zbnkddin
054137        MOVE BAC-REC-ACCNO TO AR-REC-ACCNO                        zbnkddin
054138        MOVE ZERO TO AR-REC-ACCRUED                               zbnkddin
054139        MOVE ZERO TO AR-REC-LAST-ACCRUE-DTE                       zbnkddin
054140        MOVE ZERO TO AR-REC-EXCESS-DAYS                           zbnkddin
054141        MOVE ZERO TO AR-REC-RETURNED-ITEMS                        zbnkddin
054142        MOVE ZERO TO AR-REC-LAST-RETURNED-DTE                     zbnkddin
054143     ELSE                                                         zbnkddin
054144        MOVE 'YES' TO WS-ACCRUAL-FOUND                            zbnkddin
054145     END-IF.                                                      zbnkddin
054146     IF AR-REC-RETURNED-ITEMS IS NOT NUMERIC OR                   zbnkddin
054147        AR-REC-LAST-RETURNED-DTE IS NOT NUMERIC                   zbnkddin
054148        MOVE ZERO TO AR-REC-RETURNED-ITEMS                        zbnkddin
054149        MOVE ZERO TO AR-REC-LAST-RETURNED-DTE                     zbnkddin
054150     END-IF.                                                      zbnkddin
054151     IF AR-REC-LAST-RETURNED-DTE IS LESS THAN WS-YEAR-AGO-N       zbnkddin
054152        MOVE ZERO TO AR-REC-RETURNED-ITEMS                        zbnkddin
054153     END-IF.                                                      zbnkddin
054154     IF AR-REC-RETURNED-ITEMS IS LESS THAN 999                    zbnkddin
054155        ADD 1 TO AR-REC-RETURNED-ITEMS                            zbnkddin
054156     END-IF.                                                      zbnkddin
054157     MOVE WS-TODAY-DATE-N TO AR-REC-LAST-RETURNED-DTE.            zbnkddin
054158     IF WS-ACCRUAL-FOUND = 'YES'                                  zbnkddin
054159        REWRITE ACCRUAL-FILE-REC                                  zbnkddin
054160     ELSE                                                         zbnkddin
054161        WRITE ACCRUAL-FILE-REC                                    zbnkddin
054162     END-IF.                                                      zbnkddin
054163     IF WS-ACCRUAL-STATUS NOT = '00'                              zbnkddin
054164        MOVE 'ACCRUAL Error updating file ...'                    zbnkddin
054165          TO WS-CONSOLE-MESSAGE                                   zbnkddin
054166        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkddin
054167        MOVE WS-ACCRUAL-STATUS TO WS-IO-STATUS                    zbnkddin
054168        PERFORM DISPLAY-IO-STATUS                                 zbnkddin
054169        PERFORM ABORT-PROGRAM                                     zbnkddin
054170     END-IF.                                                      zbnkddin
054171     ADD 1 TO WS-RETURNS-COUNTED.                                 zbnkddin
054172 NOTE-RETURNED-ITEM-EXIT.                                         zbnkddin
054173     EXIT.                                                        zbnkddin
054200                                                                  zbnkddin
054300******************************************************************zbnkddin
054400* Open, access and close the TXN file.                           *zbnkddin
057300* Open, access and close the DDRET file.                         *zbnkddin
057400******************************************************************zbnkddin
057500 DDRET-OPEN.                                                      zbnkddin
057510     IF RESTART-RUN                                               zbnkddin
057520        OPEN EXTEND DDRET-FILE                                    zbnkddin
057530     ELSE                                                         zbnkddin
057540        OPEN OUTPUT DDRET-FILE                                    zbnkddin
057550     END-IF.                                                      zbnkddin
057700     IF WS-DDRET-STATUS = '00'                                    zbnkddin
057800        MOVE 'DDRET file opened OK' TO WS-CONSOLE-MESSAGE         zbnkddin
057900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkddin
061500******************************************************************zbnkddin
061600 PRINT-JOB-SUMMARY.                                               zbnkddin
061700     PERFORM JOBSUM-OPEN.                                         zbnkddin
061707     MOVE SPACES TO JOBSUM-REC.                                   zbnkddin
061714     IF RESTART-RUN                                               zbnkddin
061721        COMPUTE WS-RESTART-FROM = WS-RESTART-SKIP-COUNT + 1       zbnkddin
061728        STRING 'Run type:  restarted from input record '          zbnkddin
061735                                           DELIMITED BY SIZE      zbnkddin
061742               WS-RESTART-FROM             DELIMITED BY SIZE      zbnkddin
061749          INTO JOBSUM-REC                                         zbnkddin
061756     ELSE                                                         zbnkddin
061763        MOVE 'Run type:  fresh, from input record 1'              zbnkddin
061770          TO JOBSUM-REC                                           zbnkddin
061777     END-IF.                                                      zbnkddin
061784     PERFORM JOBSUM-PUT.                                          zbnkddin
061800     MOVE SPACES TO JOBSUM-REC.                                   zbnkddin
061900     STRING 'Direct debits posted:        ' DELIMITED BY SIZE     zbnkddin
062000            WS-DEBITS-POSTED DELIMITED BY SIZE                    zbnkddin
062500            WS-DEBITS-RETURNED DELIMITED BY SIZE                  zbnkddin
062600       INTO JOBSUM-REC.                                           zbnkddin
062700     PERFORM JOBSUM-PUT.                                          zbnkddin
062710     MOVE SPACES TO JOBSUM-REC.                                   zbnkddin
062720     STRING 'Returns counted on BNKACRU:  ' DELIMITED BY SIZE     zbnkddin
062730            WS-RETURNS-COUNTED DELIMITED BY SIZE                  zbnkddin
062740       INTO JOBSUM-REC.                                           zbnkddin
062750     PERFORM JOBSUM-PUT.                                          zbnkddin
062800     PERFORM JOBSUM-CLOSE.                                        zbnkddin
062900     MOVE 'Job summary written to JOBSUM'                         zbnkddin
063000       TO WS-CONSOLE-MESSAGE.                                     zbnkddin
077900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkddin
078000        PERFORM ABORT-PROGRAM                                     zbnkddin
078100     END-IF.                                                      zbnkddin
078103     IF RESTART-RUN AND                                           zbnkddin
078106        (FCT-INTERFACE IS NOT EQUAL TO CKP-INTERFACE OR           zbnkddin
078109         FCT-FILE-DATE IS NOT EQUAL TO CKP-FILE-DATE OR           zbnkddin
078112         FCT-SEQUENCE IS NOT EQUAL TO CKP-SEQUENCE)               zbnkddin
078115        MOVE 'Checkpoint is for a different file'                 zbnkddin
078118          TO WS-CONSOLE-MESSAGE                                   zbnkddin
078121        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkddin
078124        PERFORM ABORT-PROGRAM                                     zbnkddin
078127     END-IF.                                                      zbnkddin
078130 CHECK-FILE-CONTROL-EXIT.                                         zbnkddin
078133     EXIT.                                                        zbnkddin
078136                                                                  zbnkddin
078139******************************************************************zbnkddin
078142* CHECKPOINT-CHECK                                               *zbnkddin
078145* Ask UCHKPT whether the last run of this job was interrupted.   *zbnkddin
078148* A restart appends to the output files the interrupted run      *zbnkddin
078151* began instead of replacing what it already wrote.              *zbnkddin
078154******************************************************************zbnkddin
078157 CHECKPOINT-CHECK.                                                zbnkddin
078160     SET NOT-RESTART-RUN TO TRUE.                                 zbnkddin
078163     INITIALIZE WS-CHKPT-PARM.                                    zbnkddin
078166     MOVE 'ZBNKDDIN' TO CKP-JOB.                                  zbnkddin
078169     MOVE 1 TO CKP-INTERVAL.                                      zbnkddin
078172     SET CKP-GET-RESTART TO TRUE.                                 zbnkddin
078175     CALL 'UCHKPT' USING WS-CHKPT-PARM.                           zbnkddin
078178     IF CKP-FAILED                                                zbnkddin
078181        MOVE CKP-REPLY-TEXT TO WS-CONSOLE-MESSAGE                 zbnkddin
078184        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkddin
078187        PERFORM ABORT-PROGRAM                                     zbnkddin
078190     END-IF.                                                      zbnkddin
078193     IF CKP-RESTART                                               zbnkddin
078196        SET RESTART-RUN TO TRUE                                   zbnkddin
078199        MOVE CKP-RECORD-NO TO WS-RESTART-SKIP-COUNT               zbnkddin
078202        MOVE 'Restarting after prior checkpoint...'               zbnkddin
078205          TO WS-CONSOLE-MESSAGE                                   zbnkddin
078208        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkddin
078211     END-IF.                                                      zbnkddin
078214 CHECKPOINT-CHECK-EXIT.                                           zbnkddin
078217     EXIT.                                                        zbnkddin
078220                                                                  zbnkddin
078223******************************************************************zbnkddin
078226* CHECKPOINT-SKIP                                                *zbnkddin
078229* On a restart, read past the records the interrupted run        *zbnkddin
078232* finished without acting on them again. Reading them rebuilds   *zbnkddin
078235* the file's control totals, which must agree with the           *zbnkddin
078238* checkpoint or this is not the same file. The run counters      *zbnkddin
078241* then carry on from where the checkpoint left them.             *zbnkddin
078244******************************************************************zbnkddin
078247 CHECKPOINT-SKIP.                                                 zbnkddin
078250     IF NOT-RESTART-RUN                                           zbnkddin
078253        GO TO CHECKPOINT-SKIP-EXIT                                zbnkddin
078256     END-IF.                                                      zbnkddin
078259     PERFORM CHECKPOINT-SKIP-STEP                                 zbnkddin
078262         UNTIL WS-FCTL-REC-COUNT IS GREATER THAN                  zbnkddin
078265               WS-RESTART-SKIP-COUNT                              zbnkddin
078268            OR WS-END-OF-DDIN = 'YES'.                            zbnkddin
078271     IF WS-FCTL-REC-COUNT IS LESS THAN WS-RESTART-SKIP-COUNT      zbnkddin
078274        MOVE 'Input is shorter than the checkpoint'               zbnkddin
078277          TO WS-CONSOLE-MESSAGE                                   zbnkddin
078280        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkddin
078283        PERFORM ABORT-PROGRAM                                     zbnkddin
078286     END-IF.                                                      zbnkddin
078289     ADD CKP-COUNT (1) TO WS-DEBITS-POSTED.                       zbnkddin
078292     ADD CKP-COUNT (2) TO WS-DEBITS-RETURNED.                     zbnkddin
078295     ADD CKP-COUNT (3) TO WS-RETURNS-COUNTED.                     zbnkddin
078298     ADD CKP-AMOUNT (1) TO WS-AMOUNT-POSTED.                      zbnkddin
078301     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           zbnkddin
078304     STRING 'Records skipped (checkpoint): ' DELIMITED BY SIZE    zbnkddin
078307            WS-RESTART-SKIP-COUNT DELIMITED BY SIZE               zbnkddin
078310       INTO WS-CONSOLE-MESSAGE.                                   zbnkddin
078313     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkddin
078316 CHECKPOINT-SKIP-EXIT.                                            zbnkddin
078319     EXIT.                                                        zbnkddin
078322                                                                  zbnkddin
078325 CHECKPOINT-SKIP-STEP.                                            zbnkddin
078328     IF WS-FCTL-REC-COUNT IS EQUAL TO WS-RESTART-SKIP-COUNT AND   zbnkddin
078331        WS-FCTL-AMT-TOTAL IS NOT EQUAL TO CKP-AMOUNT-TOTAL        zbnkddin
078334        MOVE 'Input does not match the checkpoint'                zbnkddin
078337          TO WS-CONSOLE-MESSAGE                                   zbnkddin
078340        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkddin
078343        PERFORM ABORT-PROGRAM                                     zbnkddin
078346     END-IF.                                                      zbnkddin
078349     PERFORM DDIN-GET.                                            zbnkddin
078352                                                                  zbnkddin
078355******************************************************************zbnkddin
078358* CHECKPOINT-TAKE                                                *zbnkddin
078361* The current input record is finished - record the position,    *zbnkddin
078364* the file's running totals and the run counters.                *zbnkddin
078367******************************************************************zbnkddin
078370 CHECKPOINT-TAKE.                                                 zbnkddin
078373     IF WS-FCTL-SEEN = 'Y'                                        zbnkddin
078376        MOVE FCT-INTERFACE TO CKP-INTERFACE                       zbnkddin
078379        MOVE FCT-FILE-DATE TO CKP-FILE-DATE                       zbnkddin
078382        MOVE FCT-SEQUENCE TO CKP-SEQUENCE                         zbnkddin
078385     ELSE                                                         zbnkddin
078388        MOVE SPACES TO CKP-INTERFACE                              zbnkddin
078391        MOVE ZERO TO CKP-FILE-DATE                                zbnkddin
078394        MOVE ZERO TO CKP-SEQUENCE                                 zbnkddin
078397     END-IF.                                                      zbnkddin
078400     MOVE WS-FCTL-REC-COUNT TO CKP-RECORD-NO.                     zbnkddin
078403     MOVE WS-FCTL-AMT-TOTAL TO CKP-AMOUNT-TOTAL.                  zbnkddin
078406     MOVE WS-DEBITS-POSTED TO CKP-COUNT (1).                      zbnkddin
078409     MOVE WS-DEBITS-RETURNED TO CKP-COUNT (2).                    zbnkddin
078412     MOVE WS-RETURNS-COUNTED TO CKP-COUNT (3).                    zbnkddin
078415     MOVE WS-AMOUNT-POSTED TO CKP-AMOUNT (1).                     zbnkddin
078418     SET CKP-TAKE TO TRUE.                                        zbnkddin
078421     CALL 'UCHKPT' USING WS-CHKPT-PARM.                           zbnkddin
078424     IF CKP-FAILED                                                zbnkddin
078427        MOVE CKP-REPLY-TEXT TO WS-CONSOLE-MESSAGE                 zbnkddin
078430        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkddin
078433        PERFORM ABORT-PROGRAM                                     zbnkddin
078436     END-IF.                                                      zbnkddin
078439                                                                  zbnkddin
078442******************************************************************zbnkddin
078445* CHECKPOINT-COMPLETE                                            *zbnkddin
078448* The whole file is applied and registered - mark the            *zbnkddin
078451* checkpoint complete so the next run starts from record one.    *zbnkddin
078454******************************************************************zbnkddin
078457 CHECKPOINT-COMPLETE.                                             zbnkddin
078460     SET CKP-COMPLETE TO TRUE.                                    zbnkddin
078463     CALL 'UCHKPT' USING WS-CHKPT-PARM.                           zbnkddin
078466     IF CKP-FAILED                                                zbnkddin
078469        MOVE CKP-REPLY-TEXT TO WS-CONSOLE-MESSAGE                 zbnkddin
078472        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkddin
078475        PERFORM ABORT-PROGRAM                                     zbnkddin
078478     END-IF.                                                      zbnkddin
078481                                                                  zbnkddin
078500******************************************************************zbnkddin
078600* Display the file status bytes                                  *zbnkddin
078700******************************************************************zbnkddin
080400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkddin
080500     END-IF.                                                      zbnkddin
080600                                                                  zbnkddin
080606******************************************************************zbnkddin
080612* Copy the posting just written to BNKTXN into the BNKTXD daily  *zbnkddin
080618* posting journal through UTXNJNL. A failure is an abort - the   *zbnkddin
080624* nightly jobs read the journal and would miss the posting.      *zbnkddin
080630******************************************************************zbnkddin
080636 JOURNAL-DAILY-POSTING.                                           zbnkddin
080642     SET TXJ-WRITE TO TRUE.                                       zbnkddin
080648     MOVE TXN-FILE-REC TO TXJ-TXN-IMAGE.                          zbnkddin
080654     CALL 'UTXNJNL' USING WS-TXNJ-PARM.                           zbnkddin
080660     IF TXJ-FAILED                                                zbnkddin
080666        MOVE TXJ-REPLY-TEXT TO WS-CONSOLE-MESSAGE                 zbnkddin
080672        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkddin
080678        PERFORM ABORT-PROGRAM                                     zbnkddin
080684     END-IF.                                                      zbnkddin
080690                                                                  zbnkddin
080700******************************************************************zbnkddin
080800* 'ABORT' the program. Post a message and issue a goback         *zbnkddin
080900******************************************************************zbnkddin
