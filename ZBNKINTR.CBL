001800*              the BNKACCT balance, posted to BNKTXN, and the    *zbnkintr
001900*              accrual cleared, so interest reflects the         *zbnkintr
002000*              balance actually held on each day of the month.   *zbnkintr
002010*              The accrual ZBNKACRL journalled to accrued        *zbnkintr
002020*              interest payable and receivable is reversed, by   *zbnkintr
002030*              account type, on the ACRRVGL file in the GLIF     *zbnkintr
002040*              layout for ZBNKGLPO, against the INT and DBI      *zbnkintr
002050*              accounts the capitalised interest posts to.       *zbnkintr
002060*              With a TRIAL exec parm it works everything out as *zbnkintr
002070*              usual but posts nothing, listing what it would    *zbnkintr
002080*              have posted on TRIALLST (see UTRLIST.CBL).        *zbnkintr
002100******************************************************************zbnkintr
002200 IDENTIFICATION DIVISION.                                         zbnkintr
002300 PROGRAM-ID.                                                      zbnkintr
005900            ORGANIZATION IS SEQUENTIAL                            zbnkintr
006000            ACCESS MODE  IS SEQUENTIAL                            zbnkintr
006100            FILE STATUS  IS WS-WHTRPT-STATUS.                     zbnkintr
006108     SELECT GLMAP-FILE                                            zbnkintr
006116            ASSIGN       TO BNKGLMAP                              zbnkintr
006124            ORGANIZATION IS INDEXED                               zbnkintr
006132            ACCESS MODE  IS RANDOM                                zbnkintr
006140            RECORD KEY   IS GL-REC-TXN-TYPE                       zbnkintr
006148            FILE STATUS  IS WS-GLMAP-STATUS.                      zbnkintr
006156     SELECT ACRRV-FILE                                            zbnkintr
006164            ASSIGN       TO ACRRVGL                               zbnkintr
006172            ORGANIZATION IS SEQUENTIAL                            zbnkintr
006180            ACCESS MODE  IS SEQUENTIAL                            zbnkintr
006188            FILE STATUS  IS WS-ACRRV-STATUS.                      zbnkintr
006200     SELECT JOBSUM-FILE                                           zbnkintr
006300            ASSIGN       TO JOBSUM                                zbnkintr
006400            ORGANIZATION IS SEQUENTIAL                            zbnkintr
008600                                                                  zbnkintr
008700 FD  WHTRPT-FILE.                                                 zbnkintr
008800 01  WHTRPT-REC                    PIC X(121).                    zbnkintr
008805 FD  GLMAP-FILE.                                                  zbnkintr
008810 01  GLMAP-FILE-REC.                                              zbnkintr
008815 COPY CBANKVGL.                                                   zbnkintr
008820                                                                  zbnkintr
008825******************************************************************zbnkintr
008830* The accrual reversal journal - same layout as the GLIF file    *zbnkintr
008835* ZBNKGLEX produces, so ZBNKGLPO takes it through the same       *zbnkintr
008840* posting step.                                                  *zbnkintr
008845******************************************************************zbnkintr
008850 FD  ACRRV-FILE.                                                  zbnkintr
008855 01  ACRRV-REC.                                                   zbnkintr
008860   05  ARV-GL-ACCOUNT                    PIC X(8).                zbnkintr
008865   05  ARV-DRCR                          PIC X(2).                zbnkintr
008870   05  ARV-AMOUNT                        PIC 9(9)V99.             zbnkintr
008875   05  ARV-TXN-TYPE                      PIC X(3).                zbnkintr
008880   05  ARV-DESC                          PIC X(20).               zbnkintr
008885   05  ARV-POSTING-DATE                  PIC 9(8).                zbnkintr
008890   05  FILLER                            PIC X(28).               zbnkintr
008900                                                                  zbnkintr
009000 FD  JOBSUM-FILE.                                                 zbnkintr
009100 01  JOBSUM-REC                    PIC X(80).                     zbnkintr
011000   05  WS-WHTRPT-STATUS.                                          zbnkintr
011100     10  WS-WHTRPT-STAT1               PIC X(1).                  zbnkintr
011200     10  WS-WHTRPT-STAT2               PIC X(1).                  zbnkintr
011210   05  WS-GLMAP-STATUS.                                           zbnkintr
011220     10  WS-GLMAP-STAT1                PIC X(1).                  zbnkintr
011230     10  WS-GLMAP-STAT2                PIC X(1).                  zbnkintr
011240   05  WS-ACRRV-STATUS.                                           zbnkintr
011250     10  WS-ACRRV-STAT1                PIC X(1).                  zbnkintr
011260     10  WS-ACRRV-STAT2                PIC X(1).                  zbnkintr
011300   05  WS-JOBSUM-STATUS.                                          zbnkintr
011400     10  WS-JOBSUM-STAT1               PIC X(1).                  zbnkintr
011500     10  WS-JOBSUM-STAT2               PIC X(1).                  zbnkintr
018600******************************************************************zbnkintr
018700 01  WS-ACCOUNTS-PROCESSED                 PIC 9(5) VALUE ZERO.   zbnkintr
018800 01  WS-ACCOUNTS-SKIPPED                   PIC 9(5) VALUE ZERO.   zbnkintr
018803******************************************************************zbnkintr
018806* The accrual capitalised, by account type. ZBNKACRL journalled  *zbnkintr
018809* it day by day to accrued interest payable and receivable; the  *zbnkintr
018812* capitalisation posting of the same interest reaches the ledger *zbnkintr
018815* through ZBNKGLEX, so the accrual is reversed here              *zbnkintr
018818* against the account that posting type maps to.                 *zbnkintr
018821******************************************************************zbnkintr
018824 01  WS-ACCRUAL-TYPE-TABLE.                                       zbnkintr
018827   05  WS-ACT-COUNT                      PIC 9(2) VALUE ZERO.     zbnkintr
018830   05  WS-ACT-ENTRY OCCURS 36 TIMES.                              zbnkintr
018833     10  WS-ACT-TYPE                     PIC X(1).                zbnkintr
018836     10  WS-ACT-CREDIT                   PIC S9(9)V99 COMP-3.     zbnkintr
018839     10  WS-ACT-DEBIT                    PIC S9(9)V99 COMP-3.     zbnkintr
018842 01  WS-ACT-MAX                          PIC 9(2) VALUE 36.       zbnkintr
018845 01  WS-ACT-SUB                          PIC 9(2).                zbnkintr
018848 01  WS-SUSPENSE-GL-ACCOUNT              PIC X(8)                 zbnkintr
018851     VALUE '99999999'.                                            zbnkintr
018854 01  WS-LOOKUP-TYPE                      PIC X(3).                zbnkintr
018857 01  WS-LOOKUP-GL-ACCOUNT                PIC X(8).                zbnkintr
018860 01  WS-CAP-CREDIT-GL-ACCOUNT            PIC X(8).                zbnkintr
018863 01  WS-CAP-DEBIT-GL-ACCOUNT             PIC X(8).                zbnkintr
018866 01  WS-PAYABLE-GL-ACCOUNT               PIC X(8).                zbnkintr
018869 01  WS-RECEIVABLE-GL-ACCOUNT            PIC X(8).                zbnkintr
018872 01  WS-ENTRY-AMOUNT                     PIC S9(9)V99 COMP-3.     zbnkintr
018875 01  WS-REVERSAL-LINES                   PIC 9(5) VALUE ZERO.     zbnkintr
018900                                                                  zbnkintr
019000 01  WS-END-OF-ACCOUNT                     PIC X(3) VALUE 'NO '.  zbnkintr
019100                                                                  zbnkintr
019600 01  WS-JRNL-PARM.                                                zbnkintr
019700 COPY CJRNLD.                                                     zbnkintr
019800 01  WS-JRNL-IMAGE                         PIC X(200).            zbnkintr
019810                                                                  zbnkintr
019820 01  WS-TXNJ-PARM.                                                zbnkintr
019830 COPY CTXNJND.                                                    zbnkintr
019840                                                                  zbnkintr
019850 01  WS-TRIAL-PARM.                                               zbnkintr
019860 COPY CTRLSTD.                                                    zbnkintr
019900                                                                  zbnkintr
019910******************************************************************zbnkintr
019920* The exec parm is optional. TRIAL makes this a trial run that   *zbnkintr
019930* works everything out as usual but posts nothing, listing       *zbnkintr
019940* what it would have posted on TRIALLST instead (see             *zbnkintr
019950* CTRLSTD.CPY); without it the job runs live as before.          *zbnkintr
019960******************************************************************zbnkintr
019970 LINKAGE SECTION.                                                 zbnkintr
019980 01  LK-EXEC-PARM.                                                zbnkintr
019990   05  LK-EXEC-PARM-LL                     PIC S9(4) COMP.        zbnkintr
020000   05  LK-EXEC-PARM-DATA                   PIC X(31).             zbnkintr
020010                                                                  zbnkintr
020020 PROCEDURE DIVISION USING LK-EXEC-PARM.                           zbnkintr
020100                                                                  zbnkintr
020110     PERFORM GET-RUN-MODE                                         zbnkintr
020120         THRU GET-RUN-MODE-EXIT.                                  zbnkintr
020200     PERFORM RUN-CONTROL-START                                    zbnkintr
020300         THRU RUN-CONTROL-START-EXIT.                             zbnkintr
020400                                                                  zbnkintr
020500     PERFORM GET-RUN-DATE.                                        zbnkintr
020510     IF TRL-TRIAL-RUN                                             zbnkintr
020520        PERFORM TRIAL-LISTING-START                               zbnkintr
020530     END-IF.                                                      zbnkintr
020600                                                                  zbnkintr
020700     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           zbnkintr
020800     STRING 'Interest posting run for ' DELIMITED BY SIZE         zbnkintr
021200                                                                  zbnkintr
021300     PERFORM ACCOUNT-OPEN.                                        zbnkintr
021400     PERFORM ACCRUAL-OPEN.                                        zbnkintr
021410     IF TRL-LIVE-RUN                                              zbnkintr
021420        PERFORM TXN-OPEN                                          zbnkintr
021430     END-IF.                                                      zbnkintr
021600     PERFORM CUST-OPEN.                                           zbnkintr
021700     PERFORM WHTRPT-OPEN.                                         zbnkintr
021710     PERFORM GLMAP-OPEN.                                          zbnkintr
021715     IF TRL-LIVE-RUN                                              zbnkintr
021720        PERFORM ACRRV-OPEN                                        zbnkintr
021725     END-IF.                                                      zbnkintr
021730     PERFORM LOOKUP-REVERSAL-ACCOUNTS.                            zbnkintr
021800     PERFORM WRITE-WHT-REPORT-HEADING.                            zbnkintr
021900                                                                  zbnkintr
022000     PERFORM POST-INTEREST-FOR-ALL-ACCOUNTS.                      zbnkintr
022010     PERFORM WRITE-REVERSAL-JOURNAL.                              zbnkintr
022100                                                                  zbnkintr
022200     PERFORM ACCOUNT-CLOSE.                                       zbnkintr
022300     PERFORM ACCRUAL-CLOSE.                                       zbnkintr
022310     IF TRL-LIVE-RUN                                              zbnkintr
022320        PERFORM TXN-CLOSE                                         zbnkintr
022330     END-IF.                                                      zbnkintr
022500     PERFORM WRITE-WHT-REPORT-TOTAL.                              zbnkintr
022600     PERFORM CUST-CLOSE.                                          zbnkintr
022700     PERFORM WHTRPT-CLOSE.                                        zbnkintr
022710     PERFORM GLMAP-CLOSE.                                         zbnkintr
022720     IF TRL-LIVE-RUN                                              zbnkintr
022730        PERFORM ACRRV-CLOSE                                       zbnkintr
022740     END-IF.                                                      zbnkintr
022800                                                                  zbnkintr
022900     PERFORM PRINT-JOB-SUMMARY.                                   zbnkintr
022910     IF TRL-TRIAL-RUN                                             zbnkintr
022920        PERFORM TRIAL-LISTING-FINISH                              zbnkintr
022930     END-IF.                                                      zbnkintr
023000                                                                  zbnkintr
023100     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     zbnkintr
023200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkintr
036200        PERFORM POST-OFFICE-CONTRA                                zbnkintr
036300     END-IF.                                                      zbnkintr
036400                                                                  zbnkintr
036410     PERFORM ADD-TO-TYPE-REVERSAL                                 zbnkintr
036420         THRU ADD-TO-TYPE-REVERSAL-EXIT.                          zbnkintr
036500     MOVE ZERO TO AR-REC-ACCRUED.                                 zbnkintr
036600     PERFORM ACCRUAL-REWRITE.                                     zbnkintr
036700                                                                  zbnkintr
043900     MOVE WS-WHT-REPORT-LINE TO WHTRPT-REC.                       zbnkintr
044000     PERFORM WHTRPT-PUT.                                          zbnkintr
044100                                                                  zbnkintr
044109******************************************************************zbnkintr
044118* ADD-TO-TYPE-REVERSAL                                           *zbnkintr
044127* Add the accrual just capitalised to its account type's credit  *zbnkintr
044136* or debit total for the reversal journal.                       *zbnkintr
044145******************************************************************zbnkintr
044154 ADD-TO-TYPE-REVERSAL.                                            zbnkintr
044163     PERFORM FIND-TYPE-STEP                                       zbnkintr
044172         VARYING WS-ACT-SUB FROM 1 BY 1                           zbnkintr
044181           UNTIL WS-ACT-SUB IS GREATER THAN WS-ACT-COUNT          zbnkintr
044190              OR WS-ACT-TYPE (WS-ACT-SUB) IS EQUAL TO             zbnkintr
044199                 BAC-REC-TYPE.                                    zbnkintr
044208     IF WS-ACT-SUB IS GREATER THAN WS-ACT-COUNT                   zbnkintr
044217        IF WS-ACT-COUNT IS NOT LESS THAN WS-ACT-MAX               zbnkintr
044226           MOVE 'Accrual type table full' TO WS-CONSOLE-MESSAGE   zbnkintr
044235           PERFORM ABORT-PROGRAM                                  zbnkintr
044244        END-IF                                                    zbnkintr
044253        ADD 1 TO WS-ACT-COUNT                                     zbnkintr
044262        MOVE WS-ACT-COUNT TO WS-ACT-SUB                           zbnkintr
044271        MOVE BAC-REC-TYPE TO WS-ACT-TYPE (WS-ACT-SUB)             zbnkintr
044280        MOVE ZERO TO WS-ACT-CREDIT (WS-ACT-SUB)                   zbnkintr
044289        MOVE ZERO TO WS-ACT-DEBIT (WS-ACT-SUB)                    zbnkintr
044298     END-IF.                                                      zbnkintr
044307     IF WS-INTEREST IS GREATER THAN ZERO                          zbnkintr
044316        ADD WS-INTEREST TO WS-ACT-CREDIT (WS-ACT-SUB)             zbnkintr
044325     ELSE                                                         zbnkintr
044334        SUBTRACT WS-INTEREST FROM WS-ACT-DEBIT (WS-ACT-SUB)       zbnkintr
044343     END-IF.                                                      zbnkintr
044352 ADD-TO-TYPE-REVERSAL-EXIT.                                       zbnkintr
044361     EXIT.                                                        zbnkintr
044370                                                                  zbnkintr
044379 FIND-TYPE-STEP.                                                  zbnkintr
044388     CONTINUE.                                                    zbnkintr
044397                                                                  zbnkintr
044406******************************************************************zbnkintr
044415* LOOKUP-REVERSAL-ACCOUNTS                                       *zbnkintr
044424* Resolve the ledger accounts the reversal uses, once. An        *zbnkintr
044433* unmapped type goes to suspense, as in ZBNKGLEX.                *zbnkintr
044442******************************************************************zbnkintr
044451 LOOKUP-REVERSAL-ACCOUNTS.                                        zbnkintr
044460     MOVE 'INT' TO WS-LOOKUP-TYPE.                                zbnkintr
044469     PERFORM LOOKUP-GL-ACCOUNT.                                   zbnkintr
044478     MOVE WS-LOOKUP-GL-ACCOUNT TO WS-CAP-CREDIT-GL-ACCOUNT.       zbnkintr
044487     MOVE 'DBI' TO WS-LOOKUP-TYPE.                                zbnkintr
044496     PERFORM LOOKUP-GL-ACCOUNT.                                   zbnkintr
044505     MOVE WS-LOOKUP-GL-ACCOUNT TO WS-CAP-DEBIT-GL-ACCOUNT.        zbnkintr
044514     MOVE 'AIP' TO WS-LOOKUP-TYPE.                                zbnkintr
044523     PERFORM LOOKUP-GL-ACCOUNT.                                   zbnkintr
044532     MOVE WS-LOOKUP-GL-ACCOUNT TO WS-PAYABLE-GL-ACCOUNT.          zbnkintr
044541     MOVE 'AIR' TO WS-LOOKUP-TYPE.                                zbnkintr
044550     PERFORM LOOKUP-GL-ACCOUNT.                                   zbnkintr
044559     MOVE WS-LOOKUP-GL-ACCOUNT TO WS-RECEIVABLE-GL-ACCOUNT.       zbnkintr
044568                                                                  zbnkintr
044577 LOOKUP-GL-ACCOUNT.                                               zbnkintr
044586     MOVE WS-LOOKUP-TYPE TO GL-REC-TXN-TYPE.                      zbnkintr
044595     READ GLMAP-FILE.                                             zbnkintr
044604     IF WS-GLMAP-STATUS = '00'                                    zbnkintr
044613        MOVE GL-REC-GL-ACCOUNT TO WS-LOOKUP-GL-ACCOUNT            zbnkintr
044622     ELSE                                                         zbnkintr
044631        MOVE WS-SUSPENSE-GL-ACCOUNT TO WS-LOOKUP-GL-ACCOUNT       zbnkintr
044640        MOVE SPACES TO WS-CONSOLE-MESSAGE                         zbnkintr
044649        STRING WS-LOOKUP-TYPE DELIMITED BY SIZE                   zbnkintr
044658               ' type unmapped - using suspense'                  zbnkintr
044667                              DELIMITED BY SIZE                   zbnkintr
044676          INTO WS-CONSOLE-MESSAGE                                 zbnkintr
044685        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkintr
044694     END-IF.                                                      zbnkintr
044703                                                                  zbnkintr
044712******************************************************************zbnkintr
044721* WRITE-REVERSAL-JOURNAL                                         *zbnkintr
044730* Per account type, capitalised credit interest debits accrued   *zbnkintr
044739* interest payable and credits the INT posting's account;        *zbnkintr
044748* capitalised debit interest debits the DBI posting's account    *zbnkintr
044757* and credits accrued interest receivable.                       *zbnkintr
044766******************************************************************zbnkintr
044775 WRITE-REVERSAL-JOURNAL.                                          zbnkintr
044784     PERFORM WRITE-TYPE-REVERSAL                                  zbnkintr
044793         VARYING WS-ACT-SUB FROM 1 BY 1                           zbnkintr
044802           UNTIL WS-ACT-SUB IS GREATER THAN WS-ACT-COUNT.         zbnkintr
044811                                                                  zbnkintr
044820 WRITE-TYPE-REVERSAL.                                             zbnkintr
044829     IF WS-ACT-CREDIT (WS-ACT-SUB) IS GREATER THAN ZERO           zbnkintr
044838        MOVE WS-ACT-CREDIT (WS-ACT-SUB) TO WS-ENTRY-AMOUNT        zbnkintr
044847        MOVE SPACES TO ACRRV-REC                                  zbnkintr
044856        MOVE WS-PAYABLE-GL-ACCOUNT TO ARV-GL-ACCOUNT              zbnkintr
044865        MOVE 'DR' TO ARV-DRCR                                     zbnkintr
044874        MOVE 'AIP' TO ARV-TXN-TYPE                                zbnkintr
044883        PERFORM ACRRV-PUT-ENTRY                                   zbnkintr
044892        MOVE SPACES TO ACRRV-REC                                  zbnkintr
044901        MOVE WS-CAP-CREDIT-GL-ACCOUNT TO ARV-GL-ACCOUNT           zbnkintr
044910        MOVE 'CR' TO ARV-DRCR                                     zbnkintr
044919        MOVE 'INT' TO ARV-TXN-TYPE                                zbnkintr
044928        PERFORM ACRRV-PUT-ENTRY                                   zbnkintr
044937     END-IF.                                                      zbnkintr
044946     IF WS-ACT-DEBIT (WS-ACT-SUB) IS GREATER THAN ZERO            zbnkintr
044955        MOVE WS-ACT-DEBIT (WS-ACT-SUB) TO WS-ENTRY-AMOUNT         zbnkintr
044964        MOVE SPACES TO ACRRV-REC                                  zbnkintr
044973        MOVE WS-CAP-DEBIT-GL-ACCOUNT TO ARV-GL-ACCOUNT            zbnkintr
044982        MOVE 'DR' TO ARV-DRCR                                     zbnkintr
044991        MOVE 'DBI' TO ARV-TXN-TYPE                                zbnkintr
045000        PERFORM ACRRV-PUT-ENTRY                                   zbnkintr
045009        MOVE SPACES TO ACRRV-REC                                  zbnkintr
045018        MOVE WS-RECEIVABLE-GL-ACCOUNT TO ARV-GL-ACCOUNT           zbnkintr
045027        MOVE 'CR' TO ARV-DRCR                                     zbnkintr
045036        MOVE 'AIR' TO ARV-TXN-TYPE                                zbnkintr
045045        PERFORM ACRRV-PUT-ENTRY                                   zbnkintr
045054     END-IF.                                                      zbnkintr
045063                                                                  zbnkintr
045072 ACRRV-PUT-ENTRY.                                                 zbnkintr
045081     MOVE WS-ENTRY-AMOUNT TO ARV-AMOUNT.                          zbnkintr
045090     STRING 'Accrual rvsl type ' DELIMITED BY SIZE                zbnkintr
045099            WS-ACT-TYPE (WS-ACT-SUB) DELIMITED BY SIZE            zbnkintr
045108       INTO ARV-DESC.                                             zbnkintr
045117     MOVE WS-TODAY-DATE-N TO ARV-POSTING-DATE.                    zbnkintr
045121     IF TRL-LIVE-RUN                                              zbnkintr
045125        PERFORM ACRRV-PUT                                         zbnkintr
045129     END-IF.                                                      zbnkintr
045135     ADD 1 TO WS-REVERSAL-LINES.                                  zbnkintr
045144                                                                  zbnkintr
045153******************************************************************zbnkintr
045162* Open and close the GLMAP file.                                 *zbnkintr
045171******************************************************************zbnkintr
045180 GLMAP-OPEN.                                                      zbnkintr
045189     OPEN INPUT GLMAP-FILE.                                       zbnkintr
045198     IF WS-GLMAP-STATUS = '00'                                    zbnkintr
045207        MOVE 'GLMAP file opened OK' TO WS-CONSOLE-MESSAGE         zbnkintr
045216        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkintr
045225     ELSE                                                         zbnkintr
045234        MOVE 'GLMAP file open failure...' TO WS-CONSOLE-MESSAGE   zbnkintr
045243        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkintr
045252        MOVE WS-GLMAP-STATUS TO WS-IO-STATUS                      zbnkintr
045261        PERFORM DISPLAY-IO-STATUS                                 zbnkintr
045270        PERFORM ABORT-PROGRAM                                     zbnkintr
045279     END-IF.                                                      zbnkintr
045288                                                                  zbnkintr
045297 GLMAP-CLOSE.                                                     zbnkintr
045306     CLOSE GLMAP-FILE.                                            zbnkintr
045315     IF WS-GLMAP-STATUS = '00'                                    zbnkintr
045324        MOVE 'GLMAP file closed OK' TO WS-CONSOLE-MESSAGE         zbnkintr
045333        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkintr
045342     ELSE                                                         zbnkintr
045351        MOVE 'GLMAP file close failure...' TO WS-CONSOLE-MESSAGE  zbnkintr
045360        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkintr
045369        MOVE WS-GLMAP-STATUS TO WS-IO-STATUS                      zbnkintr
045378        PERFORM DISPLAY-IO-STATUS                                 zbnkintr
045387        PERFORM ABORT-PROGRAM                                     zbnkintr
045396     END-IF.                                                      zbnkintr
045405                                                                  zbnkintr
045414******************************************************************zbnkintr
045423* Open, write to and close the ACRRVGL reversal journal.         *zbnkintr
045432******************************************************************zbnkintr
045441 ACRRV-OPEN.                                                      zbnkintr
045450     OPEN OUTPUT ACRRV-FILE.                                      zbnkintr
045459     IF WS-ACRRV-STATUS = '00'                                    zbnkintr
045468        MOVE 'ACRRVGL file opened OK' TO WS-CONSOLE-MESSAGE       zbnkintr
045477        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkintr
045486     ELSE                                                         zbnkintr
045495        MOVE 'ACRRVGL file open failure...' TO WS-CONSOLE-MESSAGE zbnkintr
045504        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkintr
045513        MOVE WS-ACRRV-STATUS TO WS-IO-STATUS                      zbnkintr
045522        PERFORM DISPLAY-IO-STATUS                                 zbnkintr
045531        PERFORM ABORT-PROGRAM                                     zbnkintr
045540     END-IF.                                                      zbnkintr
045549                                                                  zbnkintr
045558 ACRRV-PUT.                                                       zbnkintr
045567     WRITE ACRRV-REC.                                             zbnkintr
045576     IF WS-ACRRV-STATUS NOT = '00'                                zbnkintr
045585        MOVE 'ACRRVGL Error writing file ...'                     zbnkintr
045594          TO WS-CONSOLE-MESSAGE                                   zbnkintr
045603        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkintr
045612        MOVE WS-ACRRV-STATUS TO WS-IO-STATUS                      zbnkintr
045621        PERFORM DISPLAY-IO-STATUS                                 zbnkintr
045630        PERFORM ABORT-PROGRAM                                     zbnkintr
045639     END-IF.                                                      zbnkintr
045648                                                                  zbnkintr
045657 ACRRV-CLOSE.                                                     zbnkintr
045666     CLOSE ACRRV-FILE.                                            zbnkintr
045675     IF WS-ACRRV-STATUS = '00'                                    zbnkintr
045684        MOVE 'ACRRVGL file closed OK' TO WS-CONSOLE-MESSAGE       zbnkintr
045693        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkintr
045702     ELSE                                                         zbnkintr
045711        MOVE 'ACRRVGL file close failure...' TO WS-CONSOLE-MESSAGEzbnkintr
045720        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkintr
045729        MOVE WS-ACRRV-STATUS TO WS-IO-STATUS                      zbnkintr
045738        PERFORM DISPLAY-IO-STATUS                                 zbnkintr
045747        PERFORM ABORT-PROGRAM                                     zbnkintr
045756     END-IF.                                                      zbnkintr
045765******************************************************************zbnkintr
045774* Post the balancing office-account contra through UOFAPOST.    * zbnkintr
045783* The caller sets the office account, DR/CR and amount; a       * zbnkintr
045792* failed contra is an abort - an unbalanced day is worse than   * zbnkintr
045801* a stopped run.                                                * zbnkintr
045810******************************************************************zbnkintr
045819 POST-OFFICE-CONTRA.                                              zbnkintr
045828     MOVE WS-TODAY-DATE-N TO OFA-BUSDATE.                         zbnkintr
045829     IF TRL-TRIAL-RUN                                             zbnkintr
045830        PERFORM TRIAL-LIST-CONTRA                                 zbnkintr
045831     ELSE                                                         zbnkintr
045832        PERFORM OFFICE-CONTRA-CALL                                zbnkintr
045833     END-IF.                                                      zbnkintr
045834                                                                  zbnkintr
045835 OFFICE-CONTRA-CALL.                                              zbnkintr
045837     CALL 'UOFAPOST' USING WS-OFAPOST-PARM.                       zbnkintr
045846     IF OFA-FAILED                                                zbnkintr
045855        MOVE OFA-REPLY-TEXT TO WS-CONSOLE-MESSAGE                 zbnkintr
045864        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkintr
045873        PERFORM ABORT-PROGRAM                                     zbnkintr
045882     END-IF.                                                      zbnkintr
045891                                                                  zbnkintr
045900******************************************************************zbnkintr
045909* Open, read and close the customer master - one keyed read     * zbnkintr
045918* per interest-bearing account.                                  *zbnkintr
045927******************************************************************zbnkintr
046100 CUST-OPEN.                                                       zbnkintr
046200     OPEN INPUT CUST-FILE.                                        zbnkintr
046300     IF WS-CUST-STATUS NOT = '00'                                 zbnkintr
052000* sequence.                                                      *zbnkintr
052100******************************************************************zbnkintr
052200 ACCOUNT-OPEN.                                                    zbnkintr
052210     IF TRL-TRIAL-RUN                                             zbnkintr
052220        OPEN INPUT ACCOUNT-FILE                                   zbnkintr
052230     ELSE                                                         zbnkintr
052240        OPEN I-O ACCOUNT-FILE                                     zbnkintr
052250     END-IF.                                                      zbnkintr
052400     IF WS-ACCOUNT-STATUS = '00'                                  zbnkintr
052500        MOVE 'ACCOUNT file opened OK' TO WS-CONSOLE-MESSAGE       zbnkintr
052600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkintr
055800* read and validated, a failure here is an abort condition.      *zbnkintr
055900******************************************************************zbnkintr
056000 ACCOUNT-REWRITE.                                                 zbnkintr
056010     IF TRL-LIVE-RUN                                              zbnkintr
056020        PERFORM ACCOUNT-REWRITE-RECORD                            zbnkintr
056030     END-IF.                                                      zbnkintr
056040                                                                  zbnkintr
056050 ACCOUNT-REWRITE-RECORD.                                          zbnkintr
056100     PERFORM WRITE-BEFORE-IMAGE.                                  zbnkintr
056200     REWRITE ACCOUNT-FILE-REC.                                    zbnkintr
056300     IF WS-ACCOUNT-STATUS NOT = '00'                              zbnkintr
058900* Open the ACCRUAL file for random access by account number.     *zbnkintr
059000******************************************************************zbnkintr
059100 ACCRUAL-OPEN.                                                    zbnkintr
059110     IF TRL-TRIAL-RUN                                             zbnkintr
059120        OPEN INPUT ACCRUAL-FILE                                   zbnkintr
059130     ELSE                                                         zbnkintr
059140        OPEN I-O ACCRUAL-FILE                                     zbnkintr
059150     END-IF.                                                      zbnkintr
059300     IF WS-ACCRUAL-STATUS = '00'                                  zbnkintr
059400        MOVE 'ACCRUAL file opened OK' TO WS-CONSOLE-MESSAGE       zbnkintr
059500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkintr
061300* Rewrite the current accrual record with its cleared balance.   *zbnkintr
061400******************************************************************zbnkintr
061500 ACCRUAL-REWRITE.                                                 zbnkintr
061510     IF TRL-LIVE-RUN                                              zbnkintr
061520        PERFORM ACCRUAL-REWRITE-RECORD                            zbnkintr
061530     END-IF.                                                      zbnkintr
061540                                                                  zbnkintr
061550 ACCRUAL-REWRITE-RECORD.                                          zbnkintr
061600     REWRITE ACCRUAL-FILE-REC.                                    zbnkintr
061700     IF WS-ACCRUAL-STATUS NOT = '00'                              zbnkintr
061800        MOVE 'ACCRUAL Error rewriting file ...'                   zbnkintr
069400     MOVE WS-POST-DESC TO BTX-REC-DESC.                           zbnkintr
069500     MOVE WS-POST-TYPE TO BTX-REC-TYPE.                           zbnkintr
069600     MOVE WS-POST-BALANCE TO BTX-REC-BALANCE.                     zbnkintr
069610     IF TRL-TRIAL-RUN                                             zbnkintr
069620        PERFORM TRIAL-LIST-POSTING                                zbnkintr
069630     ELSE                                                         zbnkintr
069640        PERFORM TXN-PUT                                           zbnkintr
069650     END-IF.                                                      zbnkintr
069660                                                                  zbnkintr
069670 TXN-PUT.                                                         zbnkintr
069680     SET BTX-REC-CHN-SYSTEM TO TRUE.                              zbnkintr
069700     WRITE TXN-FILE-REC.                                          zbnkintr
069800     IF WS-TXN-STATUS NOT = '00'                                  zbnkintr
069900        MOVE 'TXN Error writing file ...' TO WS-CONSOLE-MESSAGE   zbnkintr
070200        PERFORM DISPLAY-IO-STATUS                                 zbnkintr
070300        PERFORM ABORT-PROGRAM                                     zbnkintr
070400     END-IF.                                                      zbnkintr
070410     PERFORM JOURNAL-DAILY-POSTING.                               zbnkintr
070500                                                                  zbnkintr
070600******************************************************************zbnkintr
070700* Write a short end-of-job summary to the JOBSUM file, in the    *zbnkintr
072400            WS-ACCOUNTS-SKIPPED DELIMITED BY SIZE                 zbnkintr
072500       INTO JOBSUM-REC.                                           zbnkintr
072600     PERFORM JOBSUM-PUT.                                          zbnkintr
072610     MOVE SPACES TO JOBSUM-REC.                                   zbnkintr
072620     STRING 'Accrual reversal lines:          ' DELIMITED BY SIZE zbnkintr
072630            WS-REVERSAL-LINES DELIMITED BY SIZE                   zbnkintr
072640       INTO JOBSUM-REC.                                           zbnkintr
072650     PERFORM JOBSUM-PUT.                                          zbnkintr
072700     PERFORM JOBSUM-CLOSE.                                        zbnkintr
072800     MOVE 'Job summary written to JOBSUM'                         zbnkintr
072900       TO WS-CONSOLE-MESSAGE.                                     zbnkintr
075500        PERFORM DISPLAY-IO-STATUS                                 zbnkintr
075600        PERFORM ABORT-PROGRAM                                     zbnkintr
075700     END-IF.                                                      zbnkintr
075710     IF TRL-TRIAL-RUN                                             zbnkintr
075720        PERFORM TRIAL-LIST-SUMMARY-LINE                           zbnkintr
075730     END-IF.                                                      zbnkintr
075800                                                                  zbnkintr
075900 JOBSUM-CLOSE.                                                    zbnkintr
076000     CLOSE JOBSUM-FILE.                                           zbnkintr
077400* already completed for the business date or a prerequisite has  *zbnkintr
077500* not, and records the start on BNKRUNC; the END call records    *zbnkintr
077600* the end time and return code. See URUNCTL.CBL.                 *zbnkintr
077610* A trial run leaves BNKRUNC alone altogether.                   *zbnkintr
077700******************************************************************zbnkintr
077800 RUN-CONTROL-START.                                               zbnkintr
077810     IF TRL-TRIAL-RUN                                             zbnkintr
077820        GO TO RUN-CONTROL-START-EXIT                              zbnkintr
077830     END-IF.                                                      zbnkintr
077900     SET RUNCTL-START TO TRUE.                                    zbnkintr
078000     MOVE 'ZBNKINTR' TO RUNCTL-JOB.                               zbnkintr
078100     MOVE ZERO TO RUNCTL-BUSDATE.                                 zbnkintr
079300     EXIT.                                                        zbnkintr
079400                                                                  zbnkintr
079500 RUN-CONTROL-END.                                                 zbnkintr
079510     IF TRL-LIVE-RUN                                              zbnkintr
079520        SET RUNCTL-END TO TRUE                                    zbnkintr
079530        MOVE RETURN-CODE TO RUNCTL-RETURN-CODE                    zbnkintr
079540        CALL 'URUNCTL' USING WS-RUN-CONTROL                       zbnkintr
079550     END-IF.                                                      zbnkintr
079900                                                                  zbnkintr
079901******************************************************************zbnkintr
079902* Pick up the run mode from the exec parm. TRIAL, on its own or  *zbnkintr
079903* ahead of any other parm, makes this a trial run: everything    *zbnkintr
079904* is worked out as usual but nothing is posted, and UTRLIST      *zbnkintr
079905* lists on TRIALLST what a live run would have posted.           *zbnkintr
079906******************************************************************zbnkintr
079907 GET-RUN-MODE.                                                    zbnkintr
079908     SET TRL-LIVE-RUN TO TRUE.                                    zbnkintr
079909     IF LK-EXEC-PARM-LL IS LESS THAN 5                            zbnkintr
079910        GO TO GET-RUN-MODE-EXIT                                   zbnkintr
079911     END-IF.                                                      zbnkintr
079912     IF LK-EXEC-PARM-DATA (1:5) NOT = 'TRIAL'                     zbnkintr
079913        GO TO GET-RUN-MODE-EXIT                                   zbnkintr
079914     END-IF.                                                      zbnkintr
079915     IF LK-EXEC-PARM-LL IS GREATER THAN 5 AND                     zbnkintr
079916        LK-EXEC-PARM-DATA (6:1) NOT = SPACE                       zbnkintr
079917        GO TO GET-RUN-MODE-EXIT                                   zbnkintr
079918     END-IF.                                                      zbnkintr
079919     SET TRL-TRIAL-RUN TO TRUE.                                   zbnkintr
079920     MOVE 'Trial run - nothing will be posted'                    zbnkintr
079921       TO WS-CONSOLE-MESSAGE.                                     zbnkintr
079922     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkintr
079923 GET-RUN-MODE-EXIT.                                               zbnkintr
079924     EXIT.                                                        zbnkintr
079925                                                                  zbnkintr
079926******************************************************************zbnkintr
079927* Trial-run listing. The postings and office-account contras a   *zbnkintr
079928* live run would make are handed to UTRLIST instead, and each    *zbnkintr
079929* job summary line as well, so the TRIALLST listing can be       *zbnkintr
079930* signed off against the JOBSUM the live run will produce.       *zbnkintr
079931******************************************************************zbnkintr
079932 TRIAL-LISTING-START.                                             zbnkintr
079933     SET TRL-START TO TRUE.                                       zbnkintr
079934     MOVE 'ZBNKINTR' TO TRL-JOB.                                  zbnkintr
079935     MOVE WS-RUN-DATE-DISPLAY TO TRL-RUN-DATE.                    zbnkintr
079936     PERFORM CALL-TRIAL-LISTING.                                  zbnkintr
079937                                                                  zbnkintr
079938 TRIAL-LIST-POSTING.                                              zbnkintr
079939     SET TRL-POSTING TO TRUE.                                     zbnkintr
079940     MOVE TXN-FILE-REC TO TRL-TXN-IMAGE.                          zbnkintr
079941     PERFORM CALL-TRIAL-LISTING.                                  zbnkintr
079942                                                                  zbnkintr
079943 TRIAL-LIST-CONTRA.                                               zbnkintr
079944     SET TRL-CONTRA TO TRUE.                                      zbnkintr
079945     MOVE OFA-ID TO TRL-OFA-ID.                                   zbnkintr
079946     MOVE OFA-DRCR TO TRL-OFA-DRCR.                               zbnkintr
079947     MOVE OFA-AMOUNT TO TRL-OFA-AMOUNT.                           zbnkintr
079948     PERFORM CALL-TRIAL-LISTING.                                  zbnkintr
079949                                                                  zbnkintr
079950 TRIAL-LIST-SUMMARY-LINE.                                         zbnkintr
079951     SET TRL-SUMMARY-LINE TO TRUE.                                zbnkintr
079952     MOVE JOBSUM-REC TO TRL-TEXT.                                 zbnkintr
079953     PERFORM CALL-TRIAL-LISTING.                                  zbnkintr
079954                                                                  zbnkintr
079955 TRIAL-LISTING-FINISH.                                            zbnkintr
079956     SET TRL-FINISH TO TRUE.                                      zbnkintr
079957     PERFORM CALL-TRIAL-LISTING.                                  zbnkintr
079958     MOVE 'Trial listing written to TRIALLST'                     zbnkintr
079959       TO WS-CONSOLE-MESSAGE.                                     zbnkintr
079960     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkintr
079961                                                                  zbnkintr
079962 CALL-TRIAL-LISTING.                                              zbnkintr
079963     CALL 'UTRLIST' USING WS-TRIAL-PARM.                          zbnkintr
079964     IF TRL-FAILED                                                zbnkintr
079965        MOVE TRL-REPLY-TEXT TO WS-CONSOLE-MESSAGE                 zbnkintr
079966        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkintr
079967        PERFORM ABORT-PROGRAM                                     zbnkintr
079968     END-IF.                                                      zbnkintr
079969                                                                  zbnkintr
080000******************************************************************zbnkintr
080100* Display the file status bytes                                  *zbnkintr
080200******************************************************************zbnkintr
084300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkintr
084400     END-IF.                                                      zbnkintr
084500                                                                  zbnkintr
084506******************************************************************zbnkintr
084512* Copy the posting just written to BNKTXN into the BNKTXD daily  *zbnkintr
084518* posting journal through UTXNJNL. A failure is an abort - the   *zbnkintr
084524* nightly jobs read the journal and would miss the posting.      *zbnkintr
084530******************************************************************zbnkintr
084536 JOURNAL-DAILY-POSTING.                                           zbnkintr
084542     SET TXJ-WRITE TO TRUE.                                       zbnkintr
084548     MOVE TXN-FILE-REC TO TXJ-TXN-IMAGE.                          zbnkintr
084554     CALL 'UTXNJNL' USING WS-TXNJ-PARM.                           zbnkintr
084560     IF TXJ-FAILED                                                zbnkintr
084566        MOVE TXJ-REPLY-TEXT TO WS-CONSOLE-MESSAGE                 zbnkintr
084572        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkintr
084578        PERFORM ABORT-PROGRAM                                     zbnkintr
084584     END-IF.                                                      zbnkintr
084590                                                                  zbnkintr
084600 ABORT-PROGRAM.                                                   zbnkintr
084700     IF WS-CONSOLE-MESSAGE NOT = SPACES                           zbnkintr
084800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkintr
