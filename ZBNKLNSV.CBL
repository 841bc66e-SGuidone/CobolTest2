001900*              BNKTXN), and tracks the outstanding balance down  *zbnklnsv
002000*              to payoff. A repayment the account cannot cover   *zbnklnsv
002100*              is reported and retried on the next run.          *zbnklnsv
002110*              Each collection marks its BNKLNSC schedule        *zbnklnsv
002120*              instalment paid; a missed one is marked in        *zbnklnsv
002130*              arrears, so arrears show per instalment.          *zbnklnsv
002140*              Late-payment charges and penalty interest raised  *zbnklnsv
002150*              on the loan by ZBNKLNLC are collected after the   *zbnklnsv
002160*              instalment, as far as the account can cover them, *zbnklnsv
002170*              and posted as their own BNKTXN types; a loan is   *zbnklnsv
002180*              only paid off once those are cleared too.         *zbnklnsv
002185*              With a TRIAL exec parm it works everything out as *zbnklnsv
002190*              usual but posts nothing, listing what it would    *zbnklnsv
002195*              have posted on TRIALLST (see UTRLIST.CBL).        *zbnklnsv
002200******************************************************************zbnklnsv
002300 IDENTIFICATION DIVISION.                                         zbnklnsv
002400 PROGRAM-ID.                                                      zbnklnsv
004900            ACCESS MODE  IS SEQUENTIAL                            zbnklnsv
005000            RECORD KEY   IS BTX-REC-KEY                           zbnklnsv
005100            FILE STATUS  IS WS-TXN-STATUS.                        zbnklnsv
005110     SELECT LNSC-FILE                                             zbnklnsv
005120            ASSIGN       TO BNKLNSC                               zbnklnsv
005130            ORGANIZATION IS INDEXED                               zbnklnsv
005140            ACCESS MODE  IS RANDOM                                zbnklnsv
005150            RECORD KEY   IS LS-REC-KEY                            zbnklnsv
005160            FILE STATUS  IS WS-LNSC-STATUS.                       zbnklnsv
005200     SELECT JOBSUM-FILE                                           zbnklnsv
005300            ASSIGN       TO JOBSUM                                zbnklnsv
005400            ORGANIZATION IS SEQUENTIAL                            zbnklnsv
007000 01  TXN-FILE-REC.                                                zbnklnsv
007100 COPY CBANKVTX.                                                   zbnklnsv
007200                                                                  zbnklnsv
007210 FD  LNSC-FILE.                                                   zbnklnsv
007220 01  LNSC-FILE-REC.                                               zbnklnsv
007230 COPY CBANKVLS.                                                   zbnklnsv
007240                                                                  zbnklnsv
007300 FD  JOBSUM-FILE.                                                 zbnklnsv
007400 01  JOBSUM-REC                    PIC X(80).                     zbnklnsv
007500                                                                  zbnklnsv
008400   05  WS-TXN-STATUS.                                             zbnklnsv
008500     10  WS-TXN-STAT1                  PIC X(1).                  zbnklnsv
008600     10  WS-TXN-STAT2                  PIC X(1).                  zbnklnsv
008610   05  WS-LNSC-STATUS.                                            zbnklnsv
008620     10  WS-LNSC-STAT1                 PIC X(1).                  zbnklnsv
008630     10  WS-LNSC-STAT2                 PIC X(1).                  zbnklnsv
008700   05  WS-JOBSUM-STATUS.                                          zbnklnsv
008800     10  WS-JOBSUM-STAT1               PIC X(1).                  zbnklnsv
008900     10  WS-JOBSUM-STAT2               PIC X(1).                  zbnklnsv
012600 01  WS-COLLECT-AMOUNT                     PIC S9(7)V99 COMP-3.   zbnklnsv
012700 01  WS-PAYOFF-AMOUNT                      PIC S9(7)V99 COMP-3.   zbnklnsv
012800 01  WS-TASKN-DISPLAY                      PIC 9(7).              zbnklnsv
012810 01  WS-CHARGE-AMOUNT                      PIC S9(7)V99 COMP-3.   zbnklnsv
012820 01  WS-CHARGE-DESC                        PIC X(18).             zbnklnsv
012900                                                                  zbnklnsv
013000 01  WS-TXN-SEQ                            PIC 9(3) VALUE ZERO.   zbnklnsv
013100                                                                  zbnklnsv
014200 01  WS-PAYMENTS-COLLECTED                 PIC 9(5) VALUE ZERO.   zbnklnsv
014300 01  WS-PAYMENTS-MISSED                    PIC 9(5) VALUE ZERO.   zbnklnsv
014400 01  WS-LOANS-PAID-OFF                     PIC 9(5) VALUE ZERO.   zbnklnsv
014410 01  WS-INSTALMENTS-PAID                   PIC 9(5) VALUE ZERO.   zbnklnsv
014420 01  WS-INSTALMENTS-IN-ARREARS             PIC 9(5) VALUE ZERO.   zbnklnsv
014430 01  WS-INSTALMENTS-UNSCHEDULED            PIC 9(5) VALUE ZERO.   zbnklnsv
014440 01  WS-LATE-FEES-COLLECTED               PIC 9(5) VALUE ZERO.    zbnklnsv
014450 01  WS-PENALTIES-COLLECTED               PIC 9(5) VALUE ZERO.    zbnklnsv
014460 01  WS-CHARGES-COLLECTED-AMT             PIC S9(9)V99 COMP-3     zbnklnsv
014470                                          VALUE ZERO.             zbnklnsv
014480 01  WS-CHARGES-COLLECTED-D               PIC Z(8)9.99-.          zbnklnsv
014500                                                                  zbnklnsv
014600 01  WS-END-OF-LOANM                       PIC X(3) VALUE 'NO '.  zbnklnsv
014700                                                                  zbnklnsv
015200 01  WS-JRNL-PARM.                                                zbnklnsv
015300 COPY CJRNLD.                                                     zbnklnsv
015400 01  WS-JRNL-IMAGE                         PIC X(200).            zbnklnsv
015410                                                                  zbnklnsv
015420 01  WS-TXNJ-PARM.                                                zbnklnsv
015430 COPY CTXNJND.                                                    zbnklnsv
015435                                                                  zbnklnsv
015440 01  WS-TRIAL-PARM.                                               zbnklnsv
015445 COPY CTRLSTD.                                                    zbnklnsv
015450                                                                  zbnklnsv
015455 01  WS-TRIAL-ACCOUNTS.                                           zbnklnsv
015460   05  WS-TRIAL-ACCT-COUNT             PIC S9(4) COMP VALUE ZERO. zbnklnsv
015465   05  WS-TRIAL-ACCT-SUB               PIC S9(4) COMP.            zbnklnsv
015470   05  WS-TRIAL-ACCT-HIT               PIC S9(4) COMP.            zbnklnsv
015475   05  WS-TRIAL-ACCT-FULL              PIC X(3) VALUE 'NO '.      zbnklnsv
015480   05  WS-TRIAL-ACCT-ENTRY OCCURS 500 TIMES.                      zbnklnsv
015485     10  WS-TRIAL-ACCT-ACCNO           PIC X(9).                  zbnklnsv
015490     10  WS-TRIAL-ACCT-IMAGE           PIC X(200).                zbnklnsv
015500                                                                  zbnklnsv
015510******************************************************************zbnklnsv
015520* The exec parm is optional. TRIAL makes this a trial run that   *zbnklnsv
015530* works everything out as usual but posts nothing, listing       *zbnklnsv
015540* what it would have posted on TRIALLST instead (see             *zbnklnsv
015550* CTRLSTD.CPY); without it the job runs live as before.          *zbnklnsv
015560******************************************************************zbnklnsv
015570 LINKAGE SECTION.                                                 zbnklnsv
015580 01  LK-EXEC-PARM.                                                zbnklnsv
015590   05  LK-EXEC-PARM-LL                     PIC S9(4) COMP.        zbnklnsv
015600   05  LK-EXEC-PARM-DATA                   PIC X(31).             zbnklnsv
015610                                                                  zbnklnsv
015620 PROCEDURE DIVISION USING LK-EXEC-PARM.                           zbnklnsv
015700                                                                  zbnklnsv
015710     PERFORM GET-RUN-MODE                                         zbnklnsv
015720         THRU GET-RUN-MODE-EXIT.                                  zbnklnsv
015800     PERFORM GET-RUN-DATE.                                        zbnklnsv
015810     IF TRL-TRIAL-RUN                                             zbnklnsv
015820        PERFORM TRIAL-LISTING-START                               zbnklnsv
015830     END-IF.                                                      zbnklnsv
015900                                                                  zbnklnsv
016000     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           zbnklnsv
016100     STRING 'Loan servicing run for ' DELIMITED BY SIZE           zbnklnsv
016500                                                                  zbnklnsv
016600     PERFORM LOANM-OPEN.                                          zbnklnsv
016700     PERFORM ACCOUNT-OPEN.                                        zbnklnsv
016710     IF TRL-LIVE-RUN                                              zbnklnsv
016720        PERFORM TXN-OPEN                                          zbnklnsv
016730     END-IF.                                                      zbnklnsv
016810     PERFORM LNSC-OPEN.                                           zbnklnsv
016900                                                                  zbnklnsv
017000     PERFORM SERVICE-ALL-LOANS.                                   zbnklnsv
017100                                                                  zbnklnsv
017200     PERFORM LOANM-CLOSE.                                         zbnklnsv
017300     PERFORM ACCOUNT-CLOSE.                                       zbnklnsv
017310     IF TRL-LIVE-RUN                                              zbnklnsv
017320        PERFORM TXN-CLOSE                                         zbnklnsv
017330     END-IF.                                                      zbnklnsv
017410     PERFORM LNSC-CLOSE.                                          zbnklnsv
017500                                                                  zbnklnsv
017600     PERFORM PRINT-JOB-SUMMARY.                                   zbnklnsv
017610     IF TRL-TRIAL-RUN                                             zbnklnsv
017620        PERFORM TRIAL-LISTING-FINISH                              zbnklnsv
017630     END-IF.                                                      zbnklnsv
017700                                                                  zbnklnsv
017800     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     zbnklnsv
017900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnklnsv
023000* reported and left to be retried on the next monthly run.       *zbnklnsv
023100******************************************************************zbnklnsv
023200 SERVICE-ONE-LOAN.                                                zbnklnsv
023210     IF LM-REC-OUTSTANDING IS NOT GREATER THAN ZERO               zbnklnsv
023220        PERFORM SERVICE-CHARGES-ONLY                              zbnklnsv
023230            THRU SERVICE-CHARGES-ONLY-EXIT                        zbnklnsv
023240        GO TO SERVICE-ONE-LOAN-EXIT                               zbnklnsv
023250     END-IF.                                                      zbnklnsv
023300     COMPUTE WS-MONTH-INTEREST ROUNDED =                          zbnklnsv
023400             LM-REC-OUTSTANDING * LM-REC-RATE / 1200.             zbnklnsv
023500     COMPUTE WS-PAYOFF-AMOUNT =                                   zbnklnsv
024300     PERFORM ACCOUNT-READ.                                        zbnklnsv
024400     IF WS-ACCOUNT-STATUS NOT = '00'                              zbnklnsv
024500        ADD 1 TO WS-PAYMENTS-MISSED                               zbnklnsv
024510        PERFORM MARK-INSTALMENT-ARREARS                           zbnklnsv
024520            THRU MARK-INSTALMENT-ARREARS-EXIT                     zbnklnsv
024600        MOVE SPACES TO WS-CONSOLE-MESSAGE                         zbnklnsv
024700        STRING 'LOAN ' DELIMITED BY SIZE                          zbnklnsv
024800               LM-REC-CONTACT-ID DELIMITED BY SIZE                zbnklnsv
025300     END-IF.                                                      zbnklnsv
025400     IF NOT BAC-REC-ACTIVE                                        zbnklnsv
025500        ADD 1 TO WS-PAYMENTS-MISSED                               zbnklnsv
025510        PERFORM MARK-INSTALMENT-ARREARS                           zbnklnsv
025520            THRU MARK-INSTALMENT-ARREARS-EXIT                     zbnklnsv
025600        MOVE SPACES TO WS-CONSOLE-MESSAGE                         zbnklnsv
025700        STRING 'LOAN ' DELIMITED BY SIZE                          zbnklnsv
025800               LM-REC-CONTACT-ID DELIMITED BY SIZE                zbnklnsv
026400     IF (BAC-REC-BALANCE + BAC-REC-OVERDRAFT-LIMIT)               zbnklnsv
026500        IS LESS THAN WS-COLLECT-AMOUNT                            zbnklnsv
026600        ADD 1 TO WS-PAYMENTS-MISSED                               zbnklnsv
026610        PERFORM MARK-INSTALMENT-ARREARS                           zbnklnsv
026620            THRU MARK-INSTALMENT-ARREARS-EXIT                     zbnklnsv
026700        ADD WS-MONTH-INTEREST TO LM-REC-OUTSTANDING               zbnklnsv
026800        PERFORM LOANM-REWRITE                                     zbnklnsv
026900        MOVE SPACES TO WS-CONSOLE-MESSAGE                         zbnklnsv
029000             LM-REC-OUTSTANDING + WS-MONTH-INTEREST               zbnklnsv
029100             - WS-COLLECT-AMOUNT.                                 zbnklnsv
029200     ADD 1 TO LM-REC-PAYMENTS-MADE.                               zbnklnsv
029210     PERFORM MARK-INSTALMENT-PAID                                 zbnklnsv
029220         THRU MARK-INSTALMENT-PAID-EXIT.                          zbnklnsv
029300     ADD 1 TO WS-PAYMENTS-COLLECTED.                              zbnklnsv
029310     PERFORM COLLECT-LOAN-CHARGES                                 zbnklnsv
029320         THRU COLLECT-LOAN-CHARGES-EXIT.                          zbnklnsv
029330     IF LM-REC-OUTSTANDING IS NOT GREATER THAN ZERO               zbnklnsv
029340        MOVE ZERO TO LM-REC-OUTSTANDING                           zbnklnsv
029350     END-IF.                                                      zbnklnsv
029360     IF LM-REC-OUTSTANDING IS EQUAL TO ZERO AND                   zbnklnsv
029370        LM-REC-LATE-FEES-DUE IS EQUAL TO ZERO AND                 zbnklnsv
029380        LM-REC-PENALTY-DUE IS EQUAL TO ZERO                       zbnklnsv
029600        SET LM-REC-PAID-OFF TO TRUE                               zbnklnsv
029700        ADD 1 TO WS-LOANS-PAID-OFF                                zbnklnsv
029800        MOVE SPACES TO WS-CONSOLE-MESSAGE                         zbnklnsv
030500     PERFORM LOANM-REWRITE.                                       zbnklnsv
030600 SERVICE-ONE-LOAN-EXIT.                                           zbnklnsv
030700     EXIT.                                                        zbnklnsv
030702                                                                  zbnklnsv
030705******************************************************************zbnklnsv
030710* A loan whose balance is cleared but which still owes late      *zbnklnsv
030715* charges or penalty interest stays active for them alone - no   *zbnklnsv
030720* instalment is taken, only the charges, and it is paid off once *zbnklnsv
030725* they are collected.                                            *zbnklnsv
030730******************************************************************zbnklnsv
030735 SERVICE-CHARGES-ONLY.                                            zbnklnsv
030740     MOVE LM-REC-ACCNO TO BAC-REC-ACCNO.                          zbnklnsv
030745     PERFORM ACCOUNT-READ.                                        zbnklnsv
030750     IF WS-ACCOUNT-STATUS NOT = '00' OR NOT BAC-REC-ACTIVE        zbnklnsv
030755        GO TO SERVICE-CHARGES-ONLY-EXIT                           zbnklnsv
030760     END-IF.                                                      zbnklnsv
030765     PERFORM COLLECT-LOAN-CHARGES                                 zbnklnsv
030770         THRU COLLECT-LOAN-CHARGES-EXIT.                          zbnklnsv
030775     IF LM-REC-LATE-FEES-DUE IS EQUAL TO ZERO AND                 zbnklnsv
030780        LM-REC-PENALTY-DUE IS EQUAL TO ZERO                       zbnklnsv
030785        MOVE ZERO TO LM-REC-OUTSTANDING                           zbnklnsv
030790        SET LM-REC-PAID-OFF TO TRUE                               zbnklnsv
030795        ADD 1 TO WS-LOANS-PAID-OFF                                zbnklnsv
030800        MOVE SPACES TO WS-CONSOLE-MESSAGE                         zbnklnsv
030805        STRING 'LOAN ' DELIMITED BY SIZE                          zbnklnsv
030810               LM-REC-CONTACT-ID DELIMITED BY SIZE                zbnklnsv
030815               ' paid off' DELIMITED BY SIZE                      zbnklnsv
030820          INTO WS-CONSOLE-MESSAGE                                 zbnklnsv
030825        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnsv
030830     END-IF.                                                      zbnklnsv
030835     PERFORM LOANM-REWRITE.                                       zbnklnsv
030840 SERVICE-CHARGES-ONLY-EXIT.                                       zbnklnsv
030845     EXIT.                                                        zbnklnsv
030850                                                                  zbnklnsv
030855******************************************************************zbnklnsv
030860* Collect the loan's unpaid late charges, then its penalty       *zbnklnsv
030865* interest, from the account in the ACCOUNT buffer. Each is      *zbnklnsv
030870* taken whole or left for the next run - the instalment itself   *zbnklnsv
030875* always comes first.                                            *zbnklnsv
030880******************************************************************zbnklnsv
030885 COLLECT-LOAN-CHARGES.                                            zbnklnsv
030890     IF LM-REC-LATE-FEES-DUE IS GREATER THAN ZERO AND             zbnklnsv
030895        (BAC-REC-BALANCE + BAC-REC-OVERDRAFT-LIMIT)               zbnklnsv
030900        IS NOT LESS THAN LM-REC-LATE-FEES-DUE                     zbnklnsv
030905        MOVE LM-REC-LATE-FEES-DUE TO WS-CHARGE-AMOUNT             zbnklnsv
030910        MOVE 'LLF' TO WS-POST-TYPE                                zbnklnsv
030915        MOVE 'Late charge ' TO WS-CHARGE-DESC                     zbnklnsv
030920        PERFORM POST-LOAN-CHARGE                                  zbnklnsv
030925        MOVE ZERO TO LM-REC-LATE-FEES-DUE                         zbnklnsv
030930        ADD 1 TO WS-LATE-FEES-COLLECTED                           zbnklnsv
030935     END-IF.                                                      zbnklnsv
030940     IF LM-REC-PENALTY-DUE IS GREATER THAN ZERO AND               zbnklnsv
030945        (BAC-REC-BALANCE + BAC-REC-OVERDRAFT-LIMIT)               zbnklnsv
030950        IS NOT LESS THAN LM-REC-PENALTY-DUE                       zbnklnsv
030955        MOVE LM-REC-PENALTY-DUE TO WS-CHARGE-AMOUNT               zbnklnsv
030960        MOVE 'LPI' TO WS-POST-TYPE                                zbnklnsv
030965        MOVE 'Penalty interest ' TO WS-CHARGE-DESC                zbnklnsv
030970        PERFORM POST-LOAN-CHARGE                                  zbnklnsv
030975        MOVE ZERO TO LM-REC-PENALTY-DUE                           zbnklnsv
030980        ADD 1 TO WS-PENALTIES-COLLECTED                           zbnklnsv
030985     END-IF.                                                      zbnklnsv
030990 COLLECT-LOAN-CHARGES-EXIT.                                       zbnklnsv
030995     EXIT.                                                        zbnklnsv
031000                                                                  zbnklnsv
031005******************************************************************zbnklnsv
031010* Debit one charge of WS-CHARGE-AMOUNT from the account and post *zbnklnsv
031015* it to BNKTXN under the type already in WS-POST-TYPE.           *zbnklnsv
031020******************************************************************zbnklnsv
031025 POST-LOAN-CHARGE.                                                zbnklnsv
031030     SUBTRACT WS-CHARGE-AMOUNT FROM BAC-REC-BALANCE.              zbnklnsv
031035     PERFORM ACCOUNT-REWRITE.                                     zbnklnsv
031040     MOVE BAC-REC-ACCNO TO WS-POST-ACCNO.                         zbnklnsv
031045     COMPUTE WS-POST-AMOUNT = ZERO - WS-CHARGE-AMOUNT.            zbnklnsv
031050     MOVE BAC-REC-BALANCE TO WS-POST-BALANCE.                     zbnklnsv
031055     MOVE LM-REC-TASKN TO WS-TASKN-DISPLAY.                       zbnklnsv
031060     MOVE SPACES TO WS-POST-DESC.                                 zbnklnsv
031065     STRING WS-CHARGE-DESC DELIMITED BY '  '                      zbnklnsv
031070            ' ' DELIMITED BY SIZE                                 zbnklnsv
031075            WS-TASKN-DISPLAY DELIMITED BY SIZE                    zbnklnsv
031080       INTO WS-POST-DESC.                                         zbnklnsv
031085     PERFORM POST-TRANSACTION.                                    zbnklnsv
031090     ADD WS-CHARGE-AMOUNT TO WS-CHARGES-COLLECTED-AMT.            zbnklnsv
031095                                                                  zbnklnsv
031100******************************************************************zbnklnsv
031105* Mark the instalment just collected paid on the BNKLNSC         *zbnklnsv
031110* schedule. Collections run in instalment order, so it is the    *zbnklnsv
031115* instalment numbered by the payments made so far. A loan with   *zbnklnsv
031120* no schedule line for it - one that has run past its schedule   *zbnklnsv
031125* after missed payments - is counted, not failed.                *zbnklnsv
031130******************************************************************zbnklnsv
031135 MARK-INSTALMENT-PAID.                                            zbnklnsv
031140     MOVE LM-REC-CONTACT-ID TO LS-REC-CONTACT-ID.                 zbnklnsv
031145     MOVE LM-REC-TASKN TO LS-REC-TASKN.                           zbnklnsv
031150     MOVE LM-REC-PAYMENTS-MADE TO LS-REC-INST-NO.                 zbnklnsv
031155     READ LNSC-FILE.                                              zbnklnsv
031160     IF WS-LNSC-STATUS NOT = '00'                                 zbnklnsv
031165        ADD 1 TO WS-INSTALMENTS-UNSCHEDULED                       zbnklnsv
031170        GO TO MARK-INSTALMENT-PAID-EXIT                           zbnklnsv
031175     END-IF.                                                      zbnklnsv
031180     SET LS-REC-PAID TO TRUE.                                     zbnklnsv
031185     MOVE WS-TODAY-DATE-N TO LS-REC-PAID-DTE.                     zbnklnsv
031190     MOVE WS-COLLECT-AMOUNT TO LS-REC-PAID-AMOUNT.                zbnklnsv
031195     PERFORM LNSC-REWRITE.                                        zbnklnsv
031200     ADD 1 TO WS-INSTALMENTS-PAID.                                zbnklnsv
031205 MARK-INSTALMENT-PAID-EXIT.                                       zbnklnsv
031210     EXIT.                                                        zbnklnsv
031215                                                                  zbnklnsv
031220******************************************************************zbnklnsv
031225* Mark the instalment this run failed to collect in arrears. It  *zbnklnsv
031230* stays in arrears, and is collected first, until a later run    *zbnklnsv
031235* takes the payment.                                             *zbnklnsv
031240******************************************************************zbnklnsv
031245 MARK-INSTALMENT-ARREARS.                                         zbnklnsv
031250     MOVE LM-REC-CONTACT-ID TO LS-REC-CONTACT-ID.                 zbnklnsv
031255     MOVE LM-REC-TASKN TO LS-REC-TASKN.                           zbnklnsv
031260     COMPUTE LS-REC-INST-NO = LM-REC-PAYMENTS-MADE + 1.           zbnklnsv
031265     READ LNSC-FILE.                                              zbnklnsv
031270     IF WS-LNSC-STATUS NOT = '00'                                 zbnklnsv
031275        ADD 1 TO WS-INSTALMENTS-UNSCHEDULED                       zbnklnsv
031280        GO TO MARK-INSTALMENT-ARREARS-EXIT                        zbnklnsv
031285     END-IF.                                                      zbnklnsv
031290     IF LS-REC-DUE                                                zbnklnsv
031295        SET LS-REC-IN-ARREARS TO TRUE                             zbnklnsv
031300        PERFORM LNSC-REWRITE                                      zbnklnsv
031305        ADD 1 TO WS-INSTALMENTS-IN-ARREARS                        zbnklnsv
031310     END-IF.                                                      zbnklnsv
031315 MARK-INSTALMENT-ARREARS-EXIT.                                    zbnklnsv
031320     EXIT.                                                        zbnklnsv
031325                                                                  zbnklnsv
031330******************************************************************zbnklnsv
031335* Write one BNKTXN record from the WS-POST-* staging fields.     *zbnklnsv
031340* Having already been validated, a failure here is an abort      *zbnklnsv
031345* condition.                                                     *zbnklnsv
031350******************************************************************zbnklnsv
031400 POST-TRANSACTION.                                                zbnklnsv
031500     MOVE SPACES TO TXN-FILE-REC.                                 zbnklnsv
031600     MOVE ZERO TO BTX-REC-CHEQUE-NO.                              zbnklnsv
032600     MOVE WS-POST-DESC TO BTX-REC-DESC.                           zbnklnsv
032700     MOVE WS-POST-TYPE TO BTX-REC-TYPE.                           zbnklnsv
032800     MOVE WS-POST-BALANCE TO BTX-REC-BALANCE.                     zbnklnsv
032810     IF TRL-TRIAL-RUN                                             zbnklnsv
032820        PERFORM TRIAL-LIST-POSTING                                zbnklnsv
032830     ELSE                                                         zbnklnsv
032840        PERFORM TXN-PUT                                           zbnklnsv
032850     END-IF.                                                      zbnklnsv
032860                                                                  zbnklnsv
032870 TXN-PUT.                                                         zbnklnsv
032880     SET BTX-REC-CHN-SYSTEM TO TRUE.                              zbnklnsv
032900     WRITE TXN-FILE-REC.                                          zbnklnsv
033000     IF WS-TXN-STATUS NOT = '00'                                  zbnklnsv
033100        MOVE 'TXN Error writing file ...' TO WS-CONSOLE-MESSAGE   zbnklnsv
033400        PERFORM DISPLAY-IO-STATUS                                 zbnklnsv
033500        PERFORM ABORT-PROGRAM                                     zbnklnsv
033600     END-IF.                                                      zbnklnsv
033610     PERFORM JOURNAL-DAILY-POSTING.                               zbnklnsv
033700                                                                  zbnklnsv
033800******************************************************************zbnklnsv
033900* Open the LOANM file for a full sequential scan, updating each  *zbnklnsv
034000* loan in place as its repayment is collected.                   *zbnklnsv
034100******************************************************************zbnklnsv
034200 LOANM-OPEN.                                                      zbnklnsv
034210     IF TRL-TRIAL-RUN                                             zbnklnsv
034220        OPEN INPUT LOANM-FILE                                     zbnklnsv
034230     ELSE                                                         zbnklnsv
034240        OPEN I-O LOANM-FILE                                       zbnklnsv
034250     END-IF.                                                      zbnklnsv
034400     IF WS-LOANM-STATUS = '00'                                    zbnklnsv
034500        MOVE 'LOANM file opened OK' TO WS-CONSOLE-MESSAGE         zbnklnsv
034600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnsv
037700* Rewrite the current LOANM record.                              *zbnklnsv
037800******************************************************************zbnklnsv
037900 LOANM-REWRITE.                                                   zbnklnsv
037910     IF TRL-LIVE-RUN                                              zbnklnsv
037920        PERFORM LOANM-REWRITE-RECORD                              zbnklnsv
037930     END-IF.                                                      zbnklnsv
037940                                                                  zbnklnsv
037950 LOANM-REWRITE-RECORD.                                            zbnklnsv
038000     PERFORM WRITE-BEFORE-IMAGE.                                  zbnklnsv
038100     REWRITE LOANM-FILE-REC.                                      zbnklnsv
038200     IF WS-LOANM-STATUS NOT = '00'                                zbnklnsv
040800* Open the ACCOUNT file for random access.                       *zbnklnsv
040900******************************************************************zbnklnsv
041000 ACCOUNT-OPEN.                                                    zbnklnsv
041010     IF TRL-TRIAL-RUN                                             zbnklnsv
041020        OPEN INPUT ACCOUNT-FILE                                   zbnklnsv
041030     ELSE                                                         zbnklnsv
041040        OPEN I-O ACCOUNT-FILE                                     zbnklnsv
041050     END-IF.                                                      zbnklnsv
041200     IF WS-ACCOUNT-STATUS = '00'                                  zbnklnsv
041300        MOVE 'ACCOUNT file opened OK' TO WS-CONSOLE-MESSAGE       zbnklnsv
041400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnsv
042700******************************************************************zbnklnsv
042800 ACCOUNT-READ.                                                    zbnklnsv
042900     READ ACCOUNT-FILE.                                           zbnklnsv
042910     PERFORM TRIAL-FETCH-ACCOUNT                                  zbnklnsv
042920         THRU TRIAL-FETCH-ACCOUNT-EXIT.                           zbnklnsv
043000                                                                  zbnklnsv
043100******************************************************************zbnklnsv
043200* Rewrite the current account record. Having already been read   *zbnklnsv
043300* and validated, a failure here is an abort condition.           *zbnklnsv
043400******************************************************************zbnklnsv
043500 ACCOUNT-REWRITE.                                                 zbnklnsv
043510     IF TRL-TRIAL-RUN                                             zbnklnsv
043520        PERFORM TRIAL-KEEP-ACCOUNT                                zbnklnsv
043530            THRU TRIAL-KEEP-ACCOUNT-EXIT                          zbnklnsv
043540     ELSE                                                         zbnklnsv
043550        PERFORM ACCOUNT-REWRITE-RECORD                            zbnklnsv
043560     END-IF.                                                      zbnklnsv
043570                                                                  zbnklnsv
043580 ACCOUNT-REWRITE-RECORD.                                          zbnklnsv
043600     REWRITE ACCOUNT-FILE-REC.                                    zbnklnsv
043700     IF WS-ACCOUNT-STATUS NOT = '00'                              zbnklnsv
043800        MOVE 'ACCOUNT Error rewriting file ...'                   zbnklnsv
049200        PERFORM DISPLAY-IO-STATUS                                 zbnklnsv
049300        PERFORM ABORT-PROGRAM                                     zbnklnsv
049400     END-IF.                                                      zbnklnsv
049402                                                                  zbnklnsv
049404******************************************************************zbnklnsv
049406* Open, rewrite and close the LNSC (repayment schedule) file.    *zbnklnsv
049408******************************************************************zbnklnsv
049410 LNSC-OPEN.                                                       zbnklnsv
049411     IF TRL-TRIAL-RUN                                             zbnklnsv
049412        OPEN INPUT LNSC-FILE                                      zbnklnsv
049413     ELSE                                                         zbnklnsv
049414        OPEN I-O LNSC-FILE                                        zbnklnsv
049415     END-IF.                                                      zbnklnsv
049416     IF WS-LNSC-STATUS = '00'                                     zbnklnsv
049417        MOVE 'LNSC file opened OK' TO WS-CONSOLE-MESSAGE          zbnklnsv
049418        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnsv
049420     ELSE                                                         zbnklnsv
049422        MOVE 'LNSC file open failure...' TO WS-CONSOLE-MESSAGE    zbnklnsv
049424        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnsv
049426        MOVE WS-LNSC-STATUS TO WS-IO-STATUS                       zbnklnsv
049428        PERFORM DISPLAY-IO-STATUS                                 zbnklnsv
049430        PERFORM ABORT-PROGRAM                                     zbnklnsv
049432     END-IF.                                                      zbnklnsv
049434                                                                  zbnklnsv
049436 LNSC-REWRITE.                                                    zbnklnsv
049437     IF TRL-LIVE-RUN                                              zbnklnsv
049438        PERFORM LNSC-REWRITE-RECORD                               zbnklnsv
049439     END-IF.                                                      zbnklnsv
049440                                                                  zbnklnsv
049441 LNSC-REWRITE-RECORD.                                             zbnklnsv
049442     REWRITE LNSC-FILE-REC.                                       zbnklnsv
049443     IF WS-LNSC-STATUS NOT = '00'                                 zbnklnsv
049444        MOVE 'LNSC Error rewriting file ...'                      zbnklnsv
049445          TO WS-CONSOLE-MESSAGE                                   zbnklnsv
049446        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnsv
049448        MOVE WS-LNSC-STATUS TO WS-IO-STATUS                       zbnklnsv
049450        PERFORM DISPLAY-IO-STATUS                                 zbnklnsv
049452        PERFORM ABORT-PROGRAM                                     zbnklnsv
049454     END-IF.                                                      zbnklnsv
049456                                                                  zbnklnsv
049458 LNSC-CLOSE.                                                      zbnklnsv
049460     CLOSE LNSC-FILE.                                             zbnklnsv
049462     IF WS-LNSC-STATUS = '00'                                     zbnklnsv
049464        MOVE 'LNSC file closed OK' TO WS-CONSOLE-MESSAGE          zbnklnsv
049466        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnsv
049468     ELSE                                                         zbnklnsv
049470        MOVE 'LNSC file close failure...' TO WS-CONSOLE-MESSAGE   zbnklnsv
049472        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnsv
049474        MOVE WS-LNSC-STATUS TO WS-IO-STATUS                       zbnklnsv
049476        PERFORM DISPLAY-IO-STATUS                                 zbnklnsv
049478        PERFORM ABORT-PROGRAM                                     zbnklnsv
049480     END-IF.                                                      zbnklnsv
049500                                                                  zbnklnsv
049600******************************************************************zbnklnsv
049700* Write a short end-of-job summary to the JOBSUM file, in the    *zbnklnsv
051400            WS-LOANS-PAID-OFF DELIMITED BY SIZE                   zbnklnsv
051500       INTO JOBSUM-REC.                                           zbnklnsv
051600     PERFORM JOBSUM-PUT.                                          zbnklnsv
051610     MOVE SPACES TO JOBSUM-REC.                                   zbnklnsv
051620     STRING 'Instalments marked paid:     ' DELIMITED BY SIZE     zbnklnsv
051630            WS-INSTALMENTS-PAID DELIMITED BY SIZE                 zbnklnsv
051640            '  In arrears: ' DELIMITED BY SIZE                    zbnklnsv
051650            WS-INSTALMENTS-IN-ARREARS DELIMITED BY SIZE           zbnklnsv
051660            '  Not on schedule: ' DELIMITED BY SIZE               zbnklnsv
051670            WS-INSTALMENTS-UNSCHEDULED DELIMITED BY SIZE          zbnklnsv
051680       INTO JOBSUM-REC.                                           zbnklnsv
051690     PERFORM JOBSUM-PUT.                                          zbnklnsv
051699     MOVE WS-CHARGES-COLLECTED-AMT TO WS-CHARGES-COLLECTED-D.     zbnklnsv
051708     MOVE SPACES TO JOBSUM-REC.                                   zbnklnsv
051717     STRING 'Late charges collected:      ' DELIMITED BY SIZE     zbnklnsv
051726            WS-LATE-FEES-COLLECTED DELIMITED BY SIZE              zbnklnsv
051735            '  Penalty interest: ' DELIMITED BY SIZE              zbnklnsv
051744            WS-PENALTIES-COLLECTED DELIMITED BY SIZE              zbnklnsv
051753            '  Amount: ' DELIMITED BY SIZE                        zbnklnsv
051762            WS-CHARGES-COLLECTED-D DELIMITED BY SIZE              zbnklnsv
051771       INTO JOBSUM-REC.                                           zbnklnsv
051780     PERFORM JOBSUM-PUT.                                          zbnklnsv
051789     PERFORM JOBSUM-CLOSE.                                        zbnklnsv
051800     MOVE 'Job summary written to JOBSUM'                         zbnklnsv
051900       TO WS-CONSOLE-MESSAGE.                                     zbnklnsv
052000     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnklnsv
054500        PERFORM DISPLAY-IO-STATUS                                 zbnklnsv
054600        PERFORM ABORT-PROGRAM                                     zbnklnsv
054700     END-IF.                                                      zbnklnsv
054710     IF TRL-TRIAL-RUN                                             zbnklnsv
054720        PERFORM TRIAL-LIST-SUMMARY-LINE                           zbnklnsv
054730     END-IF.                                                      zbnklnsv
054800                                                                  zbnklnsv
054900 JOBSUM-CLOSE.                                                    zbnklnsv
055000     CLOSE JOBSUM-FILE.                                           zbnklnsv
055900        PERFORM ABORT-PROGRAM                                     zbnklnsv
056000     END-IF.                                                      zbnklnsv
056100                                                                  zbnklnsv
056101******************************************************************zbnklnsv
056102* Pick up the run mode from the exec parm. TRIAL, on its own or  *zbnklnsv
056103* ahead of any other parm, makes this a trial run: everything    *zbnklnsv
056104* is worked out as usual but nothing is posted, and UTRLIST      *zbnklnsv
056105* lists on TRIALLST what a live run would have posted.           *zbnklnsv
056106******************************************************************zbnklnsv
056107 GET-RUN-MODE.                                                    zbnklnsv
056108     SET TRL-LIVE-RUN TO TRUE.                                    zbnklnsv
056109     IF LK-EXEC-PARM-LL IS LESS THAN 5                            zbnklnsv
056110        GO TO GET-RUN-MODE-EXIT                                   zbnklnsv
056111     END-IF.                                                      zbnklnsv
056112     IF LK-EXEC-PARM-DATA (1:5) NOT = 'TRIAL'                     zbnklnsv
056113        GO TO GET-RUN-MODE-EXIT                                   zbnklnsv
056114     END-IF.                                                      zbnklnsv
056115     IF LK-EXEC-PARM-LL IS GREATER THAN 5 AND                     zbnklnsv
056116        LK-EXEC-PARM-DATA (6:1) NOT = SPACE                       zbnklnsv
056117        GO TO GET-RUN-MODE-EXIT                                   zbnklnsv
056118     END-IF.                                                      zbnklnsv
056119     SET TRL-TRIAL-RUN TO TRUE.                                   zbnklnsv
056120     MOVE 'Trial run - nothing will be posted'                    zbnklnsv
056121       TO WS-CONSOLE-MESSAGE.                                     zbnklnsv
056122     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnklnsv
056123 GET-RUN-MODE-EXIT.                                               zbnklnsv
056124     EXIT.                                                        zbnklnsv
056125                                                                  zbnklnsv
056126******************************************************************zbnklnsv
056127* Trial-run listing. The postings a live run would make are      *zbnklnsv
056128* handed to UTRLIST instead, and each job summary line as well,  *zbnklnsv
056129* so the TRIALLST listing can be signed off against the JOBSUM   *zbnklnsv
056130* the live run will produce.                                     *zbnklnsv
056131******************************************************************zbnklnsv
056132 TRIAL-LISTING-START.                                             zbnklnsv
056133     SET TRL-START TO TRUE.                                       zbnklnsv
056134     MOVE 'ZBNKLNSV' TO TRL-JOB.                                  zbnklnsv
056135     MOVE WS-RUN-DATE-DISPLAY TO TRL-RUN-DATE.                    zbnklnsv
056136     PERFORM CALL-TRIAL-LISTING.                                  zbnklnsv
056137                                                                  zbnklnsv
056138 TRIAL-LIST-POSTING.                                              zbnklnsv
056139     SET TRL-POSTING TO TRUE.                                     zbnklnsv
056140     MOVE TXN-FILE-REC TO TRL-TXN-IMAGE.                          zbnklnsv
056141     PERFORM CALL-TRIAL-LISTING.                                  zbnklnsv
056142                                                                  zbnklnsv
056143 TRIAL-LIST-SUMMARY-LINE.                                         zbnklnsv
056144     SET TRL-SUMMARY-LINE TO TRUE.                                zbnklnsv
056145     MOVE JOBSUM-REC TO TRL-TEXT.                                 zbnklnsv
056146     PERFORM CALL-TRIAL-LISTING.                                  zbnklnsv
056147                                                                  zbnklnsv
056148 TRIAL-LISTING-FINISH.                                            zbnklnsv
056149     SET TRL-FINISH TO TRUE.                                      zbnklnsv
056150     PERFORM CALL-TRIAL-LISTING.                                  zbnklnsv
056151     MOVE 'Trial listing written to TRIALLST'                     zbnklnsv
056152       TO WS-CONSOLE-MESSAGE.                                     zbnklnsv
056153     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnklnsv
056154                                                                  zbnklnsv
056155 CALL-TRIAL-LISTING.                                              zbnklnsv
056156     CALL 'UTRLIST' USING WS-TRIAL-PARM.                          zbnklnsv
056157     IF TRL-FAILED                                                zbnklnsv
056158        MOVE TRL-REPLY-TEXT TO WS-CONSOLE-MESSAGE                 zbnklnsv
056159        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnsv
056160        PERFORM ABORT-PROGRAM                                     zbnklnsv
056161     END-IF.                                                      zbnklnsv
056162                                                                  zbnklnsv
056163******************************************************************zbnklnsv
056164* A trial run cannot rewrite BNKACCT, yet an account this run    *zbnklnsv
056165* has already updated can come round again. Each updated         *zbnklnsv
056166* record is kept here instead, and laid over the file's copy     *zbnklnsv
056167* whenever the account is read again, so later postings see      *zbnklnsv
056168* the balance a live run would. Past 500 accounts the later      *zbnklnsv
056169* ones are read as on file and a warning is given.               *zbnklnsv
056170******************************************************************zbnklnsv
056171 TRIAL-KEEP-ACCOUNT.                                              zbnklnsv
056172     PERFORM TRIAL-FIND-ACCOUNT.                                  zbnklnsv
056173     IF WS-TRIAL-ACCT-HIT IS EQUAL TO ZERO                        zbnklnsv
056174        IF WS-TRIAL-ACCT-COUNT IS EQUAL TO 500                    zbnklnsv
056175           IF WS-TRIAL-ACCT-FULL = 'NO '                          zbnklnsv
056176              MOVE 'YES' TO WS-TRIAL-ACCT-FULL                    zbnklnsv
056177              MOVE 'Trial account table full - balances may vary' zbnklnsv
056178                TO WS-CONSOLE-MESSAGE                             zbnklnsv
056179              PERFORM DISPLAY-CONSOLE-MESSAGE                     zbnklnsv
056180           END-IF                                                 zbnklnsv
056181           GO TO TRIAL-KEEP-ACCOUNT-EXIT                          zbnklnsv
056182        END-IF                                                    zbnklnsv
056183        ADD 1 TO WS-TRIAL-ACCT-COUNT                              zbnklnsv
056184        MOVE WS-TRIAL-ACCT-COUNT TO WS-TRIAL-ACCT-HIT             zbnklnsv
056185        MOVE BAC-REC-ACCNO                                        zbnklnsv
056186          TO WS-TRIAL-ACCT-ACCNO (WS-TRIAL-ACCT-HIT)              zbnklnsv
056187     END-IF.                                                      zbnklnsv
056188     MOVE ACCOUNT-FILE-REC                                        zbnklnsv
056189       TO WS-TRIAL-ACCT-IMAGE (WS-TRIAL-ACCT-HIT).                zbnklnsv
056190 TRIAL-KEEP-ACCOUNT-EXIT.                                         zbnklnsv
056191     EXIT.                                                        zbnklnsv
056192                                                                  zbnklnsv
056193 TRIAL-FETCH-ACCOUNT.                                             zbnklnsv
056194     IF TRL-LIVE-RUN OR WS-ACCOUNT-STATUS NOT = '00'              zbnklnsv
056195        GO TO TRIAL-FETCH-ACCOUNT-EXIT                            zbnklnsv
056196     END-IF.                                                      zbnklnsv
056197     PERFORM TRIAL-FIND-ACCOUNT.                                  zbnklnsv
056198     IF WS-TRIAL-ACCT-HIT IS GREATER THAN ZERO                    zbnklnsv
056199        MOVE WS-TRIAL-ACCT-IMAGE (WS-TRIAL-ACCT-HIT)              zbnklnsv
056204          TO ACCOUNT-FILE-REC                                     zbnklnsv
056209     END-IF.                                                      zbnklnsv
056214 TRIAL-FETCH-ACCOUNT-EXIT.                                        zbnklnsv
056219     EXIT.                                                        zbnklnsv
056224                                                                  zbnklnsv
056229 TRIAL-FIND-ACCOUNT.                                              zbnklnsv
056234     MOVE ZERO TO WS-TRIAL-ACCT-HIT.                              zbnklnsv
056239     PERFORM TRIAL-FIND-ACCOUNT-STEP                              zbnklnsv
056244         VARYING WS-TRIAL-ACCT-SUB FROM 1 BY 1                    zbnklnsv
056249           UNTIL WS-TRIAL-ACCT-SUB IS GREATER THAN                zbnklnsv
056254                 WS-TRIAL-ACCT-COUNT                              zbnklnsv
056259              OR WS-TRIAL-ACCT-HIT IS GREATER THAN ZERO.          zbnklnsv
056264                                                                  zbnklnsv
056269 TRIAL-FIND-ACCOUNT-STEP.                                         zbnklnsv
056274     IF WS-TRIAL-ACCT-ACCNO (WS-TRIAL-ACCT-SUB) = BAC-REC-ACCNO   zbnklnsv
056279        MOVE WS-TRIAL-ACCT-SUB TO WS-TRIAL-ACCT-HIT               zbnklnsv
056284     END-IF.                                                      zbnklnsv
056289                                                                  zbnklnsv
056294******************************************************************zbnklnsv
056300* Display the file status bytes                                  *zbnklnsv
056400******************************************************************zbnklnsv
056500 DISPLAY-IO-STATUS.                                               zbnklnsv
060500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnsv
060600     END-IF.                                                      zbnklnsv
060700                                                                  zbnklnsv
060706******************************************************************zbnklnsv
060712* Copy the posting just written to BNKTXN into the BNKTXD daily  *zbnklnsv
060718* posting journal through UTXNJNL. A failure is an abort - the   *zbnklnsv
060724* nightly jobs read the journal and would miss the posting.      *zbnklnsv
060730******************************************************************zbnklnsv
060736 JOURNAL-DAILY-POSTING.                                           zbnklnsv
060742     SET TXJ-WRITE TO TRUE.                                       zbnklnsv
060748     MOVE TXN-FILE-REC TO TXJ-TXN-IMAGE.                          zbnklnsv
060754     CALL 'UTXNJNL' USING WS-TXNJ-PARM.                           zbnklnsv
060760     IF TXJ-FAILED                                                zbnklnsv
060766        MOVE TXJ-REPLY-TEXT TO WS-CONSOLE-MESSAGE                 zbnklnsv
060772        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnsv
060778        PERFORM ABORT-PROGRAM                                     zbnklnsv
060784     END-IF.                                                      zbnklnsv
060790                                                                  zbnklnsv
060800 ABORT-PROGRAM.                                                   zbnklnsv
060900     IF WS-CONSOLE-MESSAGE NOT = SPACES                           zbnklnsv
061000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnsv
