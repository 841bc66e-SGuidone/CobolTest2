002100*              by clearing its maturity details, per the         *zbnkmatd
002200*              renewal instruction held on the account. The      *zbnkmatd
002300*              day's maturities are reported.                    *zbnkmatd
002310*              The accrual paid out, which ZBNKACRL journalled   *zbnkmatd
002320*              to accrued interest payable and receivable, is    *zbnkmatd
002330*              reversed by account type on the ACRRVGL file in   *zbnkmatd
002340*              the GLIF layout for ZBNKGLPO, against the account *zbnkmatd
002350*              the TDM maturity posting maps to.                 *zbnkmatd
002360*              With a TRIAL exec parm it works everything out as *zbnkmatd
002370*              usual but posts nothing, listing what it would    *zbnkmatd
002380*              have posted on TRIALLST (see UTRLIST.CBL).        *zbnkmatd
002400******************************************************************zbnkmatd
002500 IDENTIFICATION DIVISION.                                         zbnkmatd
002600 PROGRAM-ID.                                                      zbnkmatd
005600            ORGANIZATION IS SEQUENTIAL                            zbnkmatd
005700            ACCESS MODE  IS SEQUENTIAL                            zbnkmatd
005800            FILE STATUS  IS WS-PRINTOUT-STATUS.                   zbnkmatd
005808     SELECT GLMAP-FILE                                            zbnkmatd
005816            ASSIGN       TO BNKGLMAP                              zbnkmatd
005824            ORGANIZATION IS INDEXED                               zbnkmatd
005832            ACCESS MODE  IS RANDOM                                zbnkmatd
005840            RECORD KEY   IS GL-REC-TXN-TYPE                       zbnkmatd
005848            FILE STATUS  IS WS-GLMAP-STATUS.                      zbnkmatd
005856     SELECT ACRRV-FILE                                            zbnkmatd
005864            ASSIGN       TO ACRRVGL                               zbnkmatd
005872            ORGANIZATION IS SEQUENTIAL                            zbnkmatd
005880            ACCESS MODE  IS SEQUENTIAL                            zbnkmatd
005888            FILE STATUS  IS WS-ACRRV-STATUS.                      zbnkmatd
005900     SELECT JOBSUM-FILE                                           zbnkmatd
006000            ASSIGN       TO JOBSUM                                zbnkmatd
006100            ORGANIZATION IS SEQUENTIAL                            zbnkmatd
007600 FD  TXN-FILE.                                                    zbnkmatd
007700 01  TXN-FILE-REC.                                                zbnkmatd
007800 COPY CBANKVTX.                                                   zbnkmatd
007805 FD  GLMAP-FILE.                                                  zbnkmatd
007810 01  GLMAP-FILE-REC.                                              zbnkmatd
007815 COPY CBANKVGL.                                                   zbnkmatd
007820                                                                  zbnkmatd
007825******************************************************************zbnkmatd
007830* The accrual reversal journal - same layout as the GLIF file    *zbnkmatd
007835* ZBNKGLEX produces, so ZBNKGLPO takes it through the same       *zbnkmatd
007840* posting step.                                                  *zbnkmatd
007845******************************************************************zbnkmatd
007850 FD  ACRRV-FILE.                                                  zbnkmatd
007855 01  ACRRV-REC.                                                   zbnkmatd
007860   05  ARV-GL-ACCOUNT                    PIC X(8).                zbnkmatd
007865   05  ARV-DRCR                          PIC X(2).                zbnkmatd
007870   05  ARV-AMOUNT                        PIC 9(9)V99.             zbnkmatd
007875   05  ARV-TXN-TYPE                      PIC X(3).                zbnkmatd
007880   05  ARV-DESC                          PIC X(20).               zbnkmatd
007885   05  ARV-POSTING-DATE                  PIC 9(8).                zbnkmatd
007890   05  FILLER                            PIC X(28).               zbnkmatd
007900                                                                  zbnkmatd
008000 FD  PRINTOUT-FILE.                                               zbnkmatd
008100 01  PRINTOUT-REC                          PIC X(121).            zbnkmatd
009400   05  WS-TXN-STATUS.                                             zbnkmatd
009500     10  WS-TXN-STAT1                  PIC X(1).                  zbnkmatd
009600     10  WS-TXN-STAT2                  PIC X(1).                  zbnkmatd
009610   05  WS-GLMAP-STATUS.                                           zbnkmatd
009620     10  WS-GLMAP-STAT1                PIC X(1).                  zbnkmatd
009630     10  WS-GLMAP-STAT2                PIC X(1).                  zbnkmatd
009640   05  WS-ACRRV-STATUS.                                           zbnkmatd
009650     10  WS-ACRRV-STAT1                PIC X(1).                  zbnkmatd
009660     10  WS-ACRRV-STAT2                PIC X(1).                  zbnkmatd
009700   05  WS-PRINTOUT-STATUS.                                        zbnkmatd
009800     10  WS-PRINTOUT-STAT1             PIC X(1).                  zbnkmatd
009900     10  WS-PRINTOUT-STAT2             PIC X(1).                  zbnkmatd
017100******************************************************************zbnkmatd
017200 01  WS-DEPOSITS-ROLLED                    PIC 9(5) VALUE ZERO.   zbnkmatd
017300 01  WS-DEPOSITS-PAID-OUT                  PIC 9(5) VALUE ZERO.   zbnkmatd
017303******************************************************************zbnkmatd
017306* The accrual capitalised, by account type. ZBNKACRL journalled  *zbnkmatd
017309* it day by day to accrued interest payable and receivable; the  *zbnkmatd
017312* capitalisation posting of the same interest reaches the ledger *zbnkmatd
017315* through ZBNKGLEX, so the accrual is reversed here              *zbnkmatd
017318* against the account that posting type maps to.                 *zbnkmatd
017321******************************************************************zbnkmatd
017324 01  WS-ACCRUAL-TYPE-TABLE.                                       zbnkmatd
017327   05  WS-ACT-COUNT                      PIC 9(2) VALUE ZERO.     zbnkmatd
017330   05  WS-ACT-ENTRY OCCURS 36 TIMES.                              zbnkmatd
017333     10  WS-ACT-TYPE                     PIC X(1).                zbnkmatd
017336     10  WS-ACT-CREDIT                   PIC S9(9)V99 COMP-3.     zbnkmatd
017339     10  WS-ACT-DEBIT                    PIC S9(9)V99 COMP-3.     zbnkmatd
017342 01  WS-ACT-MAX                          PIC 9(2) VALUE 36.       zbnkmatd
017345 01  WS-ACT-SUB                          PIC 9(2).                zbnkmatd
017348 01  WS-SUSPENSE-GL-ACCOUNT              PIC X(8)                 zbnkmatd
017351     VALUE '99999999'.                                            zbnkmatd
017354 01  WS-LOOKUP-TYPE                      PIC X(3).                zbnkmatd
017357 01  WS-LOOKUP-GL-ACCOUNT                PIC X(8).                zbnkmatd
017360 01  WS-CAP-CREDIT-GL-ACCOUNT            PIC X(8).                zbnkmatd
017363 01  WS-CAP-DEBIT-GL-ACCOUNT             PIC X(8).                zbnkmatd
017366 01  WS-PAYABLE-GL-ACCOUNT               PIC X(8).                zbnkmatd
017369 01  WS-RECEIVABLE-GL-ACCOUNT            PIC X(8).                zbnkmatd
017372 01  WS-ENTRY-AMOUNT                     PIC S9(9)V99 COMP-3.     zbnkmatd
017375 01  WS-REVERSAL-LINES                   PIC 9(5) VALUE ZERO.     zbnkmatd
017400                                                                  zbnkmatd
017500 01  WS-END-OF-ACCOUNT                     PIC X(3) VALUE 'NO '.  zbnkmatd
017510                                                                  zbnkmatd
017520 01  WS-TXNJ-PARM.                                                zbnkmatd
017530 COPY CTXNJND.                                                    zbnkmatd
017540                                                                  zbnkmatd
017550 01  WS-TRIAL-PARM.                                               zbnkmatd
017560 COPY CTRLSTD.                                                    zbnkmatd
017600                                                                  zbnkmatd
017610******************************************************************zbnkmatd
017620* The exec parm is optional. TRIAL makes this a trial run that   *zbnkmatd
017630* works everything out as usual but posts nothing, listing       *zbnkmatd
017640* what it would have posted on TRIALLST instead (see             *zbnkmatd
017650* CTRLSTD.CPY); without it the job runs live as before.          *zbnkmatd
017660******************************************************************zbnkmatd
017670 LINKAGE SECTION.                                                 zbnkmatd
017680 01  LK-EXEC-PARM.                                                zbnkmatd
017690   05  LK-EXEC-PARM-LL                     PIC S9(4) COMP.        zbnkmatd
017700   05  LK-EXEC-PARM-DATA                   PIC X(31).             zbnkmatd
017710                                                                  zbnkmatd
017720 PROCEDURE DIVISION USING LK-EXEC-PARM.                           zbnkmatd
018200                                                                  zbnkmatd
018210     PERFORM GET-RUN-MODE                                         zbnkmatd
018220         THRU GET-RUN-MODE-EXIT.                                  zbnkmatd
018300     PERFORM GET-RUN-DATE.                                        zbnkmatd
018310     IF TRL-TRIAL-RUN                                             zbnkmatd
018320        PERFORM TRIAL-LISTING-START                               zbnkmatd
018330     END-IF.                                                      zbnkmatd
018400                                                                  zbnkmatd
018500     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           zbnkmatd
018600     STRING 'Maturity run for ' DELIMITED BY SIZE                 zbnkmatd
019000                                                                  zbnkmatd
019100     PERFORM ACCOUNT-OPEN.                                        zbnkmatd
019200     PERFORM ACCRUAL-OPEN.                                        zbnkmatd
019210     IF TRL-LIVE-RUN                                              zbnkmatd
019220        PERFORM TXN-OPEN                                          zbnkmatd
019230     END-IF.                                                      zbnkmatd
019400     PERFORM PRINTOUT-OPEN.                                       zbnkmatd
019410     PERFORM GLMAP-OPEN.                                          zbnkmatd
019415     IF TRL-LIVE-RUN                                              zbnkmatd
019420        PERFORM ACRRV-OPEN                                        zbnkmatd
019425     END-IF.                                                      zbnkmatd
019430     PERFORM LOOKUP-REVERSAL-ACCOUNTS.                            zbnkmatd
019500                                                                  zbnkmatd
019600     MOVE SPACES TO WS-REPORT-LINE.                               zbnkmatd
019700     STRING 'Term deposit maturities - run date '                 zbnkmatd
020200     PERFORM PRINTOUT-PUT.                                        zbnkmatd
020300                                                                  zbnkmatd
020400     PERFORM PROCESS-ALL-MATURITIES.                              zbnkmatd
020410     PERFORM WRITE-REVERSAL-JOURNAL.                              zbnkmatd
020500                                                                  zbnkmatd
020600     PERFORM ACCOUNT-CLOSE.                                       zbnkmatd
020700     PERFORM ACCRUAL-CLOSE.                                       zbnkmatd
020710     IF TRL-LIVE-RUN                                              zbnkmatd
020720        PERFORM TXN-CLOSE                                         zbnkmatd
020730     END-IF.                                                      zbnkmatd
020900     PERFORM PRINTOUT-CLOSE.                                      zbnkmatd
020910     PERFORM GLMAP-CLOSE.                                         zbnkmatd
020920     IF TRL-LIVE-RUN                                              zbnkmatd
020930        PERFORM ACRRV-CLOSE                                       zbnkmatd
020940     END-IF.                                                      zbnkmatd
021000                                                                  zbnkmatd
021100     PERFORM PRINT-JOB-SUMMARY.                                   zbnkmatd
021110     IF TRL-TRIAL-RUN                                             zbnkmatd
021120        PERFORM TRIAL-LISTING-FINISH                              zbnkmatd
021130     END-IF.                                                      zbnkmatd
021200                                                                  zbnkmatd
021300     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     zbnkmatd
021400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkmatd
031600     MOVE 'TDM' TO WS-POST-TYPE.                                  zbnkmatd
031600     MOVE 'Term deposit maturity' TO WS-POST-DESC.                zbnkmatd
031700     PERFORM POST-TRANSACTION.                                    zbnkmatd
031710     PERFORM ADD-TO-TYPE-REVERSAL                                 zbnkmatd
031720         THRU ADD-TO-TYPE-REVERSAL-EXIT.                          zbnkmatd
031800     MOVE ZERO TO AR-REC-ACCRUED.                                 zbnkmatd
031900     PERFORM ACCRUAL-REWRITE.                                     zbnkmatd
032000 PAY-ACCRUED-INTEREST-EXIT.                                       zbnkmatd
037800     MOVE WS-POST-DESC TO BTX-REC-DESC.                           zbnkmatd
037800     MOVE WS-POST-TYPE TO BTX-REC-TYPE.                           zbnkmatd
037900     MOVE WS-POST-BALANCE TO BTX-REC-BALANCE.                     zbnkmatd
037910     IF TRL-TRIAL-RUN                                             zbnkmatd
037920        PERFORM TRIAL-LIST-POSTING                                zbnkmatd
037930     ELSE                                                         zbnkmatd
037940        PERFORM TXN-PUT                                           zbnkmatd
037950     END-IF.                                                      zbnkmatd
037960                                                                  zbnkmatd
037970 TXN-PUT.                                                         zbnkmatd
037980     SET BTX-REC-CHN-SYSTEM TO TRUE.                              zbnkmatd
038000     WRITE TXN-FILE-REC.                                          zbnkmatd
038100     IF WS-TXN-STATUS NOT = '00'                                  zbnkmatd
038200        MOVE 'TXN Error writing file ...' TO WS-CONSOLE-MESSAGE   zbnkmatd
038500        PERFORM DISPLAY-IO-STATUS                                 zbnkmatd
038600        PERFORM ABORT-PROGRAM                                     zbnkmatd
038700     END-IF.                                                      zbnkmatd
038710     PERFORM JOURNAL-DAILY-POSTING.                               zbnkmatd
038800                                                                  zbnkmatd
038900******************************************************************zbnkmatd
039000* Open the ACCOUNT file for a full sequential browse with        *zbnkmatd
039100* in-place rewrites of matured deposits.                         *zbnkmatd
039200******************************************************************zbnkmatd
039300 ACCOUNT-OPEN.                                                    zbnkmatd
039310     IF TRL-TRIAL-RUN                                             zbnkmatd
039320        OPEN INPUT ACCOUNT-FILE                                   zbnkmatd
039330     ELSE                                                         zbnkmatd
039340        OPEN I-O ACCOUNT-FILE                                     zbnkmatd
039350     END-IF.                                                      zbnkmatd
039500     IF WS-ACCOUNT-STATUS NOT = '00'                              zbnkmatd
039600        MOVE 'ACCOUNT file open failure...' TO WS-CONSOLE-MESSAGE zbnkmatd
039700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkmatd
041600     END-IF.                                                      zbnkmatd
041700                                                                  zbnkmatd
041800 ACCOUNT-REWRITE.                                                 zbnkmatd
041810     IF TRL-LIVE-RUN                                              zbnkmatd
041820        PERFORM ACCOUNT-REWRITE-RECORD                            zbnkmatd
041830     END-IF.                                                      zbnkmatd
041840                                                                  zbnkmatd
041850 ACCOUNT-REWRITE-RECORD.                                          zbnkmatd
041900     REWRITE ACCOUNT-FILE-REC.                                    zbnkmatd
042000     IF WS-ACCOUNT-STATUS NOT = '00'                              zbnkmatd
042100        MOVE 'ACCOUNT Error rewriting file ...'                   zbnkmatd
044000* Open, read, rewrite and close the ACCRUAL file.                *zbnkmatd
044100******************************************************************zbnkmatd
044200 ACCRUAL-OPEN.                                                    zbnkmatd
044210     IF TRL-TRIAL-RUN                                             zbnkmatd
044220        OPEN INPUT ACCRUAL-FILE                                   zbnkmatd
044230     ELSE                                                         zbnkmatd
044240        OPEN I-O ACCRUAL-FILE                                     zbnkmatd
044250     END-IF.                                                      zbnkmatd
044400     IF WS-ACCRUAL-STATUS NOT = '00'                              zbnkmatd
044500        MOVE 'ACCRUAL file open failure...' TO WS-CONSOLE-MESSAGE zbnkmatd
044600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkmatd
045300     READ ACCRUAL-FILE.                                           zbnkmatd
045400                                                                  zbnkmatd
045500 ACCRUAL-REWRITE.                                                 zbnkmatd
045510     IF TRL-LIVE-RUN                                              zbnkmatd
045520        PERFORM ACCRUAL-REWRITE-RECORD                            zbnkmatd
045530     END-IF.                                                      zbnkmatd
045540                                                                  zbnkmatd
045550 ACCRUAL-REWRITE-RECORD.                                          zbnkmatd
045600     REWRITE ACCRUAL-FILE-REC.                                    zbnkmatd
045700     IF WS-ACCRUAL-STATUS NOT = '00'                              zbnkmatd
045800        MOVE 'ACCRUAL Error rewriting file ...'                   zbnkmatd
053500        PERFORM ABORT-PROGRAM                                     zbnkmatd
053600     END-IF.                                                      zbnkmatd
053700                                                                  zbnkmatd
053702******************************************************************zbnkmatd
053704* ADD-TO-TYPE-REVERSAL                                           *zbnkmatd
053706* Add the accrual just capitalised to its account type's credit  *zbnkmatd
053708* or debit total for the reversal journal.                       *zbnkmatd
053710******************************************************************zbnkmatd
053712 ADD-TO-TYPE-REVERSAL.                                            zbnkmatd
053714     PERFORM FIND-TYPE-STEP                                       zbnkmatd
053716         VARYING WS-ACT-SUB FROM 1 BY 1                           zbnkmatd
053718           UNTIL WS-ACT-SUB IS GREATER THAN WS-ACT-COUNT          zbnkmatd
053720              OR WS-ACT-TYPE (WS-ACT-SUB) IS EQUAL TO             zbnkmatd
053722                 BAC-REC-TYPE.                                    zbnkmatd
053724     IF WS-ACT-SUB IS GREATER THAN WS-ACT-COUNT                   zbnkmatd
053726        IF WS-ACT-COUNT IS NOT LESS THAN WS-ACT-MAX               zbnkmatd
053728           MOVE 'Accrual type table full' TO WS-CONSOLE-MESSAGE   zbnkmatd
053730           PERFORM ABORT-PROGRAM                                  zbnkmatd
053732        END-IF                                                    zbnkmatd
053734        ADD 1 TO WS-ACT-COUNT                                     zbnkmatd
053736        MOVE WS-ACT-COUNT TO WS-ACT-SUB                           zbnkmatd
053738        MOVE BAC-REC-TYPE TO WS-ACT-TYPE (WS-ACT-SUB)             zbnkmatd
053740        MOVE ZERO TO WS-ACT-CREDIT (WS-ACT-SUB)                   zbnkmatd
053742        MOVE ZERO TO WS-ACT-DEBIT (WS-ACT-SUB)                    zbnkmatd
053744     END-IF.                                                      zbnkmatd
053746     IF WS-MATURITY-INTEREST IS GREATER THAN ZERO                 zbnkmatd
053748        ADD WS-MATURITY-INTEREST TO WS-ACT-CREDIT (WS-ACT-SUB)    zbnkmatd
053750     ELSE                                                         zbnkmatd
053752        SUBTRACT WS-MATURITY-INTEREST                             zbnkmatd
053754          FROM WS-ACT-DEBIT (WS-ACT-SUB)                          zbnkmatd
053756     END-IF.                                                      zbnkmatd
053758 ADD-TO-TYPE-REVERSAL-EXIT.                                       zbnkmatd
053760     EXIT.                                                        zbnkmatd
053762                                                                  zbnkmatd
053764 FIND-TYPE-STEP.                                                  zbnkmatd
053766     CONTINUE.                                                    zbnkmatd
053768                                                                  zbnkmatd
053770******************************************************************zbnkmatd
053772* LOOKUP-REVERSAL-ACCOUNTS                                       *zbnkmatd
053774* Resolve the ledger accounts the reversal uses, once. An        *zbnkmatd
053776* unmapped type goes to suspense, as in ZBNKGLEX.                *zbnkmatd
053778******************************************************************zbnkmatd
053780 LOOKUP-REVERSAL-ACCOUNTS.                                        zbnkmatd
053782     MOVE 'TDM' TO WS-LOOKUP-TYPE.                                zbnkmatd
053784     PERFORM LOOKUP-GL-ACCOUNT.                                   zbnkmatd
053786     MOVE WS-LOOKUP-GL-ACCOUNT TO WS-CAP-CREDIT-GL-ACCOUNT.       zbnkmatd
053788     MOVE 'TDM' TO WS-LOOKUP-TYPE.                                zbnkmatd
053790     PERFORM LOOKUP-GL-ACCOUNT.                                   zbnkmatd
053792     MOVE WS-LOOKUP-GL-ACCOUNT TO WS-CAP-DEBIT-GL-ACCOUNT.        zbnkmatd
053794     MOVE 'AIP' TO WS-LOOKUP-TYPE.                                zbnkmatd
053796     PERFORM LOOKUP-GL-ACCOUNT.                                   zbnkmatd
053798     MOVE WS-LOOKUP-GL-ACCOUNT TO WS-PAYABLE-GL-ACCOUNT.          zbnkmatd
053800     MOVE 'AIR' TO WS-LOOKUP-TYPE.                                zbnkmatd
053802     PERFORM LOOKUP-GL-ACCOUNT.                                   zbnkmatd
053804     MOVE WS-LOOKUP-GL-ACCOUNT TO WS-RECEIVABLE-GL-ACCOUNT.       zbnkmatd
053806                                                                  zbnkmatd
053808 LOOKUP-GL-ACCOUNT.                                               zbnkmatd
053810     MOVE WS-LOOKUP-TYPE TO GL-REC-TXN-TYPE.                      zbnkmatd
053812     READ GLMAP-FILE.                                             zbnkmatd
053814     IF WS-GLMAP-STATUS = '00'                                    zbnkmatd
053816        MOVE GL-REC-GL-ACCOUNT TO WS-LOOKUP-GL-ACCOUNT            zbnkmatd
053818     ELSE                                                         zbnkmatd
053820        MOVE WS-SUSPENSE-GL-ACCOUNT TO WS-LOOKUP-GL-ACCOUNT       zbnkmatd
053822        MOVE SPACES TO WS-CONSOLE-MESSAGE                         zbnkmatd
053824        STRING WS-LOOKUP-TYPE DELIMITED BY SIZE                   zbnkmatd
053826               ' type unmapped - using suspense'                  zbnkmatd
053828                              DELIMITED BY SIZE                   zbnkmatd
053830          INTO WS-CONSOLE-MESSAGE                                 zbnkmatd
053832        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkmatd
053834     END-IF.                                                      zbnkmatd
053836                                                                  zbnkmatd
053838******************************************************************zbnkmatd
053840* WRITE-REVERSAL-JOURNAL                                         *zbnkmatd
053842* Per account type, capitalised credit interest debits accrued   *zbnkmatd
053844* interest payable and credits the TDM posting's account;        *zbnkmatd
053846* capitalised debit interest debits the TDM posting's account    *zbnkmatd
053848* and credits accrued interest receivable.                       *zbnkmatd
053850******************************************************************zbnkmatd
053852 WRITE-REVERSAL-JOURNAL.                                          zbnkmatd
053854     PERFORM WRITE-TYPE-REVERSAL                                  zbnkmatd
053856         VARYING WS-ACT-SUB FROM 1 BY 1                           zbnkmatd
053858           UNTIL WS-ACT-SUB IS GREATER THAN WS-ACT-COUNT.         zbnkmatd
053860                                                                  zbnkmatd
053862 WRITE-TYPE-REVERSAL.                                             zbnkmatd
053864     IF WS-ACT-CREDIT (WS-ACT-SUB) IS GREATER THAN ZERO           zbnkmatd
053866        MOVE WS-ACT-CREDIT (WS-ACT-SUB) TO WS-ENTRY-AMOUNT        zbnkmatd
053868        MOVE SPACES TO ACRRV-REC                                  zbnkmatd
053870        MOVE WS-PAYABLE-GL-ACCOUNT TO ARV-GL-ACCOUNT              zbnkmatd
053872        MOVE 'DR' TO ARV-DRCR                                     zbnkmatd
053874        MOVE 'AIP' TO ARV-TXN-TYPE                                zbnkmatd
053876        PERFORM ACRRV-PUT-ENTRY                                   zbnkmatd
053878        MOVE SPACES TO ACRRV-REC                                  zbnkmatd
053880        MOVE WS-CAP-CREDIT-GL-ACCOUNT TO ARV-GL-ACCOUNT           zbnkmatd
053882        MOVE 'CR' TO ARV-DRCR                                     zbnkmatd
053884        MOVE 'TDM' TO ARV-TXN-TYPE                                zbnkmatd
053886        PERFORM ACRRV-PUT-ENTRY                                   zbnkmatd
053888     END-IF.                                                      zbnkmatd
053890     IF WS-ACT-DEBIT (WS-ACT-SUB) IS GREATER THAN ZERO            zbnkmatd
053892        MOVE WS-ACT-DEBIT (WS-ACT-SUB) TO WS-ENTRY-AMOUNT         zbnkmatd
053894        MOVE SPACES TO ACRRV-REC                                  zbnkmatd
053896        MOVE WS-CAP-DEBIT-GL-ACCOUNT TO ARV-GL-ACCOUNT            zbnkmatd
053898        MOVE 'DR' TO ARV-DRCR                                     zbnkmatd
053900        MOVE 'TDM' TO ARV-TXN-TYPE                                zbnkmatd
053902        PERFORM ACRRV-PUT-ENTRY                                   zbnkmatd
053904        MOVE SPACES TO ACRRV-REC                                  zbnkmatd
053906        MOVE WS-RECEIVABLE-GL-ACCOUNT TO ARV-GL-ACCOUNT           zbnkmatd
053908        MOVE 'CR' TO ARV-DRCR                                     zbnkmatd
053910        MOVE 'AIR' TO ARV-TXN-TYPE                                zbnkmatd
053912        PERFORM ACRRV-PUT-ENTRY                                   zbnkmatd
053914     END-IF.                                                      zbnkmatd
053916                                                                  zbnkmatd
053918 ACRRV-PUT-ENTRY.                                                 zbnkmatd
053920     MOVE WS-ENTRY-AMOUNT TO ARV-AMOUNT.                          zbnkmatd
053922     STRING 'Accrual rvsl type ' DELIMITED BY SIZE                zbnkmatd
053924            WS-ACT-TYPE (WS-ACT-SUB) DELIMITED BY SIZE            zbnkmatd
053926       INTO ARV-DESC.                                             zbnkmatd
053928     MOVE WS-TODAY-DATE-N TO ARV-POSTING-DATE.                    zbnkmatd
053929     IF TRL-LIVE-RUN                                              zbnkmatd
053930        PERFORM ACRRV-PUT                                         zbnkmatd
053931     END-IF.                                                      zbnkmatd
053932     ADD 1 TO WS-REVERSAL-LINES.                                  zbnkmatd
053934                                                                  zbnkmatd
053936******************************************************************zbnkmatd
053938* Open and close the GLMAP file.                                 *zbnkmatd
053940******************************************************************zbnkmatd
053942 GLMAP-OPEN.                                                      zbnkmatd
053944     OPEN INPUT GLMAP-FILE.                                       zbnkmatd
053946     IF WS-GLMAP-STATUS = '00'                                    zbnkmatd
053948        MOVE 'GLMAP file opened OK' TO WS-CONSOLE-MESSAGE         zbnkmatd
053950        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkmatd
053952     ELSE                                                         zbnkmatd
053954        MOVE 'GLMAP file open failure...' TO WS-CONSOLE-MESSAGE   zbnkmatd
053956        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkmatd
053958        MOVE WS-GLMAP-STATUS TO WS-IO-STATUS                      zbnkmatd
053960        PERFORM DISPLAY-IO-STATUS                                 zbnkmatd
053962        PERFORM ABORT-PROGRAM                                     zbnkmatd
053964     END-IF.                                                      zbnkmatd
053966                                                                  zbnkmatd
053968 GLMAP-CLOSE.                                                     zbnkmatd
053970     CLOSE GLMAP-FILE.                                            zbnkmatd
053972     IF WS-GLMAP-STATUS = '00'                                    zbnkmatd
053974        MOVE 'GLMAP file closed OK' TO WS-CONSOLE-MESSAGE         zbnkmatd
053976        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkmatd
053978     ELSE                                                         zbnkmatd
053980        MOVE 'GLMAP file close failure...' TO WS-CONSOLE-MESSAGE  zbnkmatd
053982        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkmatd
053984        MOVE WS-GLMAP-STATUS TO WS-IO-STATUS                      zbnkmatd
053986        PERFORM DISPLAY-IO-STATUS                                 zbnkmatd
053988        PERFORM ABORT-PROGRAM                                     zbnkmatd
053990     END-IF.                                                      zbnkmatd
053992                                                                  zbnkmatd
053994******************************************************************zbnkmatd
053996* Open, write to and close the ACRRVGL reversal journal.         *zbnkmatd
053998******************************************************************zbnkmatd
054000 ACRRV-OPEN.                                                      zbnkmatd
054002     OPEN OUTPUT ACRRV-FILE.                                      zbnkmatd
054004     IF WS-ACRRV-STATUS = '00'                                    zbnkmatd
054006        MOVE 'ACRRVGL file opened OK' TO WS-CONSOLE-MESSAGE       zbnkmatd
054008        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkmatd
054010     ELSE                                                         zbnkmatd
054012        MOVE 'ACRRVGL file open failure...' TO WS-CONSOLE-MESSAGE zbnkmatd
054014        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkmatd
054016        MOVE WS-ACRRV-STATUS TO WS-IO-STATUS                      zbnkmatd
054018        PERFORM DISPLAY-IO-STATUS                                 zbnkmatd
054020        PERFORM ABORT-PROGRAM                                     zbnkmatd
054022     END-IF.                                                      zbnkmatd
054024                                                                  zbnkmatd
054026 ACRRV-PUT.                                                       zbnkmatd
054028     WRITE ACRRV-REC.                                             zbnkmatd
054030     IF WS-ACRRV-STATUS NOT = '00'                                zbnkmatd
054032        MOVE 'ACRRVGL Error writing file ...'                     zbnkmatd
054034          TO WS-CONSOLE-MESSAGE                                   zbnkmatd
054036        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkmatd
054038        MOVE WS-ACRRV-STATUS TO WS-IO-STATUS                      zbnkmatd
054040        PERFORM DISPLAY-IO-STATUS                                 zbnkmatd
054042        PERFORM ABORT-PROGRAM                                     zbnkmatd
054044     END-IF.                                                      zbnkmatd
054046                                                                  zbnkmatd
054048 ACRRV-CLOSE.                                                     zbnkmatd
054050     CLOSE ACRRV-FILE.                                            zbnkmatd
054052     IF WS-ACRRV-STATUS = '00'                                    zbnkmatd
054054        MOVE 'ACRRVGL file closed OK' TO WS-CONSOLE-MESSAGE       zbnkmatd
054056        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkmatd
054058     ELSE                                                         zbnkmatd
054060        MOVE 'ACRRVGL file close failure...' TO WS-CONSOLE-MESSAGEzbnkmatd
054062        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkmatd
054064        MOVE WS-ACRRV-STATUS TO WS-IO-STATUS                      zbnkmatd
054066        PERFORM DISPLAY-IO-STATUS                                 zbnkmatd
054068        PERFORM ABORT-PROGRAM                                     zbnkmatd
054070     END-IF.                                                      zbnkmatd
054072******************************************************************zbnkmatd
054074* Write a short end-of-job summary to the JOBSUM file, in the    *zbnkmatd
054076* same style as the other nightly jobs.                          *zbnkmatd
054078******************************************************************zbnkmatd
054200 PRINT-JOB-SUMMARY.                                               zbnkmatd
054300     PERFORM JOBSUM-OPEN.                                         zbnkmatd
054400     MOVE SPACES TO JOBSUM-REC.                                   zbnkmatd
055100            WS-DEPOSITS-PAID-OUT DELIMITED BY SIZE                zbnkmatd
055200       INTO JOBSUM-REC.                                           zbnkmatd
055300     PERFORM JOBSUM-PUT.                                          zbnkmatd
055310     MOVE SPACES TO JOBSUM-REC.                                   zbnkmatd
055320     STRING 'Accrual reversal lines:      ' DELIMITED BY SIZE     zbnkmatd
055330            WS-REVERSAL-LINES DELIMITED BY SIZE                   zbnkmatd
055340       INTO JOBSUM-REC.                                           zbnkmatd
055350     PERFORM JOBSUM-PUT.                                          zbnkmatd
055400     PERFORM JOBSUM-CLOSE.                                        zbnkmatd
055500     MOVE 'Job summary written to JOBSUM'                         zbnkmatd
055600       TO WS-CONSOLE-MESSAGE.                                     zbnkmatd
057900        PERFORM DISPLAY-IO-STATUS                                 zbnkmatd
058000        PERFORM ABORT-PROGRAM                                     zbnkmatd
058100     END-IF.                                                      zbnkmatd
058110     IF TRL-TRIAL-RUN                                             zbnkmatd
058120        PERFORM TRIAL-LIST-SUMMARY-LINE                           zbnkmatd
058130     END-IF.                                                      zbnkmatd
058200                                                                  zbnkmatd
058300 JOBSUM-CLOSE.                                                    zbnkmatd
058400     CLOSE JOBSUM-FILE.                                           zbnkmatd
059000        PERFORM ABORT-PROGRAM                                     zbnkmatd
059100     END-IF.                                                      zbnkmatd
059200                                                                  zbnkmatd
059201******************************************************************zbnkmatd
059202* Pick up the run mode from the exec parm. TRIAL, on its own or  *zbnkmatd
059203* ahead of any other parm, makes this a trial run: everything    *zbnkmatd
059204* is worked out as usual but nothing is posted, and UTRLIST      *zbnkmatd
059205* lists on TRIALLST what a live run would have posted.           *zbnkmatd
059206******************************************************************zbnkmatd
059207 GET-RUN-MODE.                                                    zbnkmatd
059208     SET TRL-LIVE-RUN TO TRUE.                                    zbnkmatd
059209     IF LK-EXEC-PARM-LL IS LESS THAN 5                            zbnkmatd
059210        GO TO GET-RUN-MODE-EXIT                                   zbnkmatd
059211     END-IF.                                                      zbnkmatd
059212     IF LK-EXEC-PARM-DATA (1:5) NOT = 'TRIAL'                     zbnkmatd
059213        GO TO GET-RUN-MODE-EXIT                                   zbnkmatd
059214     END-IF.                                                      zbnkmatd
059215     IF LK-EXEC-PARM-LL IS GREATER THAN 5 AND                     zbnkmatd
059216        LK-EXEC-PARM-DATA (6:1) NOT = SPACE                       zbnkmatd
059217        GO TO GET-RUN-MODE-EXIT                                   zbnkmatd
059218     END-IF.                                                      zbnkmatd
059219     SET TRL-TRIAL-RUN TO TRUE.                                   zbnkmatd
059220     MOVE 'Trial run - nothing will be posted'                    zbnkmatd
059221       TO WS-CONSOLE-MESSAGE.                                     zbnkmatd
059222     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkmatd
059223 GET-RUN-MODE-EXIT.                                               zbnkmatd
059224     EXIT.                                                        zbnkmatd
059225                                                                  zbnkmatd
059226******************************************************************zbnkmatd
059227* Trial-run listing. The postings a live run would make are      *zbnkmatd
059228* handed to UTRLIST instead, and each job summary line as well,  *zbnkmatd
059229* so the TRIALLST listing can be signed off against the JOBSUM   *zbnkmatd
059230* the live run will produce.                                     *zbnkmatd
059231******************************************************************zbnkmatd
059232 TRIAL-LISTING-START.                                             zbnkmatd
059233     SET TRL-START TO TRUE.                                       zbnkmatd
059234     MOVE 'ZBNKMATD' TO TRL-JOB.                                  zbnkmatd
059235     MOVE WS-RUN-DATE-DISPLAY TO TRL-RUN-DATE.                    zbnkmatd
059236     PERFORM CALL-TRIAL-LISTING.                                  zbnkmatd
059237                                                                  zbnkmatd
059238 TRIAL-LIST-POSTING.                                              zbnkmatd
059239     SET TRL-POSTING TO TRUE.                                     zbnkmatd
059240     MOVE TXN-FILE-REC TO TRL-TXN-IMAGE.                          zbnkmatd
059241     PERFORM CALL-TRIAL-LISTING.                                  zbnkmatd
059242                                                                  zbnkmatd
059243 TRIAL-LIST-SUMMARY-LINE.                                         zbnkmatd
059244     SET TRL-SUMMARY-LINE TO TRUE.                                zbnkmatd
059245     MOVE JOBSUM-REC TO TRL-TEXT.                                 zbnkmatd
059246     PERFORM CALL-TRIAL-LISTING.                                  zbnkmatd
059247                                                                  zbnkmatd
059248 TRIAL-LISTING-FINISH.                                            zbnkmatd
059249     SET TRL-FINISH TO TRUE.                                      zbnkmatd
059250     PERFORM CALL-TRIAL-LISTING.                                  zbnkmatd
059251     MOVE 'Trial listing written to TRIALLST'                     zbnkmatd
059252       TO WS-CONSOLE-MESSAGE.                                     zbnkmatd
059253     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkmatd
059254                                                                  zbnkmatd
059255 CALL-TRIAL-LISTING.                                              zbnkmatd
059256     CALL 'UTRLIST' USING WS-TRIAL-PARM.                          zbnkmatd
059257     IF TRL-FAILED                                                zbnkmatd
059258        MOVE TRL-REPLY-TEXT TO WS-CONSOLE-MESSAGE                 zbnkmatd
059259        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkmatd
059260        PERFORM ABORT-PROGRAM                                     zbnkmatd
059261     END-IF.                                                      zbnkmatd
059262                                                                  zbnkmatd
059300******************************************************************zbnkmatd
059400* Display the file status bytes                                  *zbnkmatd
059500******************************************************************zbnkmatd
061200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkmatd
061300     END-IF.                                                      zbnkmatd
061400                                                                  zbnkmatd
061406******************************************************************zbnkmatd
061412* Copy the posting just written to BNKTXN into the BNKTXD daily  *zbnkmatd
061418* posting journal through UTXNJNL. A failure is an abort - the   *zbnkmatd
061424* nightly jobs read the journal and would miss the posting.      *zbnkmatd
061430******************************************************************zbnkmatd
061436 JOURNAL-DAILY-POSTING.                                           zbnkmatd
061442     SET TXJ-WRITE TO TRUE.                                       zbnkmatd
061448     MOVE TXN-FILE-REC TO TXJ-TXN-IMAGE.                          zbnkmatd
061454     CALL 'UTXNJNL' USING WS-TXNJ-PARM.                           zbnkmatd
061460     IF TXJ-FAILED                                                zbnkmatd
061466        MOVE TXJ-REPLY-TEXT TO WS-CONSOLE-MESSAGE                 zbnkmatd
061472        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkmatd
061478        PERFORM ABORT-PROGRAM                                     zbnkmatd
061484     END-IF.                                                      zbnkmatd
061490                                                                  zbnkmatd
061500******************************************************************zbnkmatd
061600* 'ABORT' the program. Post a message and issue a goback         *zbnkmatd
061700******************************************************************zbnkmatd
