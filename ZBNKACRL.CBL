002300*              exactly the days it actually held a balance.      *zbnkacrl
002400*              Accrual is idempotent per calendar day - a        *zbnkacrl
002500*              second run on the same date accrues nothing.      *zbnkacrl
002510*              Credit interest is tiered: each slice of the      *zbnkacrl
002520*              balance between the type's band floors            *zbnkacrl
002530*              accrues at that band's own rate.                  *zbnkacrl
002540*              An approved BNKRTOV override in force for the     *zbnkacrl
002550*              account replaces the type's rate and bands for    *zbnkacrl
002560*              credit interest until it expires.                 *zbnkacrl
002565*              The day's accrual movement, summed by account     *zbnkacrl
002570*              type, is journalled to the ledger on the ACRGL    *zbnkacrl
002575*              file in the GLIF layout for ZBNKGLPO: credit      *zbnkacrl
002580*              interest to interest expense and accrued interest *zbnkacrl
002585*              payable, debit interest to accrued interest       *zbnkacrl
002590*              receivable and interest income. ZBNKINTR and      *zbnkacrl
002595*              ZBNKMATD reverse it when they capitalise it.      *zbnkacrl
002596*              With a RANGE exec parm it processes one slice of  *zbnkacrl
002597*              the account file, so several copies can run at    *zbnkacrl
002598*              once; ZBNKJSMG merges their job summaries.        *zbnkacrl
002612*              Accrual cleared from BNKACRU by an account        *zbnkacrl
002626*              closure (DBANK09P) or a deposit breakage          *zbnkacrl
002640*              (DBANK26P) is logged on BNKACRX. The whole-file   *zbnkacrl
002654*              run, or slice 1, journals it by type to ACRGL as  *zbnkacrl
002668*              the reversal of the accrual and deletes the log.  *zbnkacrl
002682******************************************************************zbnkacrl
002700 IDENTIFICATION DIVISION.                                         zbnkacrl
002800 PROGRAM-ID.                                                      zbnkacrl
002900     ZBNKACRL.                                                    zbnkacrl
005300            ACCESS MODE  IS DYNAMIC                               zbnkacrl
005400            RECORD KEY   IS AE-REC-KEY                            zbnkacrl
005500            FILE STATUS  IS WS-ATEF-STATUS.                       zbnkacrl
005510     SELECT RTOV-FILE                                             zbnkacrl
005520            ASSIGN       TO BNKRTOV                               zbnkacrl
005530            ORGANIZATION IS INDEXED                               zbnkacrl
005540            ACCESS MODE  IS DYNAMIC                               zbnkacrl
005550            RECORD KEY   IS RO-REC-KEY                            zbnkacrl
005560            FILE STATUS  IS WS-RTOV-STATUS.                       zbnkacrl
005600     SELECT ACCRUAL-FILE                                          zbnkacrl
005700            ASSIGN       TO BNKACRU                               zbnkacrl
005800            ORGANIZATION IS INDEXED                               zbnkacrl
006500            ACCESS MODE  IS DYNAMIC                               zbnkacrl
006600            RECORD KEY   IS BTX-REC-KEY                           zbnkacrl
006700            FILE STATUS  IS WS-TXN-STATUS.                        zbnkacrl
006708     SELECT GLMAP-FILE                                            zbnkacrl
006716            ASSIGN       TO BNKGLMAP                              zbnkacrl
006724            ORGANIZATION IS INDEXED                               zbnkacrl
006732            ACCESS MODE  IS RANDOM                                zbnkacrl
006740            RECORD KEY   IS GL-REC-TXN-TYPE                       zbnkacrl
006748            FILE STATUS  IS WS-GLMAP-STATUS.                      zbnkacrl
006756     SELECT ACRGL-FILE                                            zbnkacrl
006764            ASSIGN       TO ACRGL                                 zbnkacrl
006772            ORGANIZATION IS SEQUENTIAL                            zbnkacrl
006780            ACCESS MODE  IS SEQUENTIAL                            zbnkacrl
006788            FILE STATUS  IS WS-ACRGL-STATUS.                      zbnkacrl
006789     SELECT ACRX-FILE                                             zbnkacrl
006790            ASSIGN       TO BNKACRX                               zbnkacrl
006791            ORGANIZATION IS INDEXED                               zbnkacrl
006792            ACCESS MODE  IS DYNAMIC                               zbnkacrl
006793            RECORD KEY   IS AX-REC-KEY                            zbnkacrl
006794            FILE STATUS  IS WS-ACRX-STATUS.                       zbnkacrl
006800     SELECT JOBSUM-FILE                                           zbnkacrl
006900            ASSIGN       TO JOBSUM                                zbnkacrl
007000            ORGANIZATION IS SEQUENTIAL                            zbnkacrl
008500 FD  ATEF-FILE.                                                   zbnkacrl
008600 01  ATEF-FILE-REC.                                               zbnkacrl
008700 COPY CBANKVAE.                                                   zbnkacrl
008710                                                                  zbnkacrl
008720 FD  RTOV-FILE.                                                   zbnkacrl
008730 01  RTOV-FILE-REC.                                               zbnkacrl
008740 COPY CBANKVRO.                                                   zbnkacrl
008800                                                                  zbnkacrl
008900 FD  ACCRUAL-FILE.                                                zbnkacrl
009000 01  ACCRUAL-FILE-REC.                                            zbnkacrl
009300 FD  TXN-FILE.                                                    zbnkacrl
009400 01  TXN-FILE-REC.                                                zbnkacrl
009500 COPY CBANKVTX.                                                   zbnkacrl
009505 FD  GLMAP-FILE.                                                  zbnkacrl
009510 01  GLMAP-FILE-REC.                                              zbnkacrl
009515 COPY CBANKVGL.                                                   zbnkacrl
009520                                                                  zbnkacrl
009525******************************************************************zbnkacrl
009530* The accrual journal interface record - same layout as the GLIF *zbnkacrl
009535* file ZBNKGLEX produces, so ZBNKGLPO takes it through the same  *zbnkacrl
009540* posting step.                                                  *zbnkacrl
009545******************************************************************zbnkacrl
009550 FD  ACRGL-FILE.                                                  zbnkacrl
009555 01  ACRGL-REC.                                                   zbnkacrl
009560   05  ACG-GL-ACCOUNT                    PIC X(8).                zbnkacrl
009565   05  ACG-DRCR                          PIC X(2).                zbnkacrl
009570   05  ACG-AMOUNT                        PIC 9(9)V99.             zbnkacrl
009575   05  ACG-TXN-TYPE                      PIC X(3).                zbnkacrl
009580   05  ACG-DESC                          PIC X(20).               zbnkacrl
009585   05  ACG-POSTING-DATE                  PIC 9(8).                zbnkacrl
009590   05  FILLER                            PIC X(28).               zbnkacrl
009600                                                                  zbnkacrl
009610 FD  ACRX-FILE.                                                   zbnkacrl
009620 01  ACRX-FILE-REC.                                               zbnkacrl
009630 COPY CBANKVAX.                                                   zbnkacrl
009640                                                                  zbnkacrl
009700 FD  JOBSUM-FILE.                                                 zbnkacrl
009800 01  JOBSUM-REC                    PIC X(80).                     zbnkacrl
009900                                                                  zbnkacrl
010100                                                                  zbnkacrl
010200 01  WS-RUN-CONTROL.                                              zbnkacrl
010300 COPY CRUNCTLD.                                                   zbnkacrl
010310 01  WS-ACCT-RANGE.                                               zbnkacrl
010320 COPY CACCRNGD.                                                   zbnkacrl
010400 01  WS-FILE-STATUSES.                                            zbnkacrl
010500   05  WS-ACCOUNT-STATUS.                                         zbnkacrl
010600     10  WS-ACCOUNT-STAT1              PIC X(1).                  zbnkacrl
011100   05  WS-ATEF-STATUS.                                            zbnkacrl
011200     10  WS-ATEF-STAT1                 PIC X(1).                  zbnkacrl
011300     10  WS-ATEF-STAT2                 PIC X(1).                  zbnkacrl
011310   05  WS-RTOV-STATUS.                                            zbnkacrl
011320     10  WS-RTOV-STAT1                 PIC X(1).                  zbnkacrl
011330     10  WS-RTOV-STAT2                 PIC X(1).                  zbnkacrl
011400   05  WS-ACCRUAL-STATUS.                                         zbnkacrl
011500     10  WS-ACCRUAL-STAT1              PIC X(1).                  zbnkacrl
011600     10  WS-ACCRUAL-STAT2              PIC X(1).                  zbnkacrl
011700   05  WS-TXN-STATUS.                                             zbnkacrl
011800     10  WS-TXN-STAT1                  PIC X(1).                  zbnkacrl
011900     10  WS-TXN-STAT2                  PIC X(1).                  zbnkacrl
011910   05  WS-GLMAP-STATUS.                                           zbnkacrl
011920     10  WS-GLMAP-STAT1                PIC X(1).                  zbnkacrl
011930     10  WS-GLMAP-STAT2                PIC X(1).                  zbnkacrl
011940   05  WS-ACRGL-STATUS.                                           zbnkacrl
011950     10  WS-ACRGL-STAT1                PIC X(1).                  zbnkacrl
011960     10  WS-ACRGL-STAT2                PIC X(1).                  zbnkacrl
011970   05  WS-ACRX-STATUS.                                            zbnkacrl
011980     10  WS-ACRX-STAT1                 PIC X(1).                  zbnkacrl
011990     10  WS-ACRX-STAT2                 PIC X(1).                  zbnkacrl
012000   05  WS-JOBSUM-STATUS.                                          zbnkacrl
012100     10  WS-JOBSUM-STAT1               PIC X(1).                  zbnkacrl
012200     10  WS-JOBSUM-STAT2               PIC X(1).                  zbnkacrl
019700 01  WS-EFF-DEBIT-RATE                     PIC S9(3)V9(4)         zbnkacrl
019800     COMP-3.                                                      zbnkacrl
019900 01  WS-EFF-FOUND                          PIC X(3).              zbnkacrl
019909 01  WS-EFF-BAND-AREA.                                            zbnkacrl
019918   05  WS-EFF-BAND OCCURS 3 TIMES.                                zbnkacrl
019927     10  WS-EFF-BAND-FLOOR                 PIC S9(7)V99 COMP-3.   zbnkacrl
019936     10  WS-EFF-BAND-RATE                  PIC S9(3)V9(4) COMP-3. zbnkacrl
019945 01  WS-EFF-MARGINAL-RATE                  PIC S9(3)V9(4)         zbnkacrl
019954     COMP-3.                                                      zbnkacrl
019963 01  WS-BAND-SUB                           PIC 9(1) COMP.         zbnkacrl
019972 01  WS-BAND-TOP                           PIC S9(7)V99 COMP-3.   zbnkacrl
019981 01  WS-BAND-INTEREST                      PIC S9(11)V9(6)        zbnkacrl
019990     COMP-3.                                                      zbnkacrl
019991                                                                  zbnkacrl
019992******************************************************************zbnkacrl
019993* Negotiated rate overrides. An approved BNKRTOV override whose  *zbnkacrl
019994* start and expiry dates span today replaces the rate found      *zbnkacrl
019995* above. Like the schedule, the override file is optional.       *zbnkacrl
019996******************************************************************zbnkacrl
019997 01  WS-RTOV-AVAILABLE                     PIC X(3) VALUE 'NO '.  zbnkacrl
019998 01  WS-OVR-FOUND                          PIC X(3).              zbnkacrl
020000                                                                  zbnkacrl
020100******************************************************************zbnkacrl
020200* Run counters, reported on the job summary at the end of the    *zbnkacrl
020400******************************************************************zbnkacrl
020500 01  WS-ACCOUNTS-ACCRUED                   PIC 9(5) VALUE ZERO.   zbnkacrl
020600 01  WS-ACCOUNTS-SKIPPED                   PIC 9(5) VALUE ZERO.   zbnkacrl
020610 01  WS-OVERRIDES-APPLIED                  PIC 9(5) VALUE ZERO.   zbnkacrl
020612******************************************************************zbnkacrl
020614* The day's accrual by account type, credit interest (owed to    *zbnkacrl
020616* customers) and debit interest (owed by them) kept apart so     *zbnkacrl
020618* each goes to its own side of the ledger.                       *zbnkacrl
020620******************************************************************zbnkacrl
020622 01  WS-ACCRUAL-TYPE-TABLE.                                       zbnkacrl
020624   05  WS-ACT-COUNT                      PIC 9(2) VALUE ZERO.     zbnkacrl
020626   05  WS-ACT-ENTRY OCCURS 36 TIMES.                              zbnkacrl
020628     10  WS-ACT-TYPE                     PIC X(1).                zbnkacrl
020630     10  WS-ACT-CREDIT                   PIC S9(9)V99 COMP-3.     zbnkacrl
020632     10  WS-ACT-DEBIT                    PIC S9(9)V99 COMP-3.     zbnkacrl
020634 01  WS-ACT-MAX                          PIC 9(2) VALUE 36.       zbnkacrl
020636 01  WS-ACT-SUB                          PIC 9(2).                zbnkacrl
020638                                                                  zbnkacrl
020640******************************************************************zbnkacrl
020642* Ledger accounts for the accrual journal, from BNKGLMAP: the    *zbnkacrl
020644* INT and DBI types give interest expense and interest income,   *zbnkacrl
020646* AIP and AIR the accrued interest payable and receivable. An    *zbnkacrl
020648* unmapped type goes to suspense, as in ZBNKGLEX.                *zbnkacrl
020650******************************************************************zbnkacrl
020652 01  WS-SUSPENSE-GL-ACCOUNT              PIC X(8)                 zbnkacrl
020654     VALUE '99999999'.                                            zbnkacrl
020656 01  WS-LOOKUP-TYPE                      PIC X(3).                zbnkacrl
020658 01  WS-LOOKUP-GL-ACCOUNT                PIC X(8).                zbnkacrl
020660 01  WS-EXPENSE-GL-ACCOUNT               PIC X(8).                zbnkacrl
020662 01  WS-INCOME-GL-ACCOUNT                PIC X(8).                zbnkacrl
020664 01  WS-PAYABLE-GL-ACCOUNT               PIC X(8).                zbnkacrl
020666 01  WS-RECEIVABLE-GL-ACCOUNT            PIC X(8).                zbnkacrl
020668 01  WS-ENTRY-AMOUNT                     PIC S9(9)V99 COMP-3.     zbnkacrl
020670 01  WS-JOURNAL-LINES                    PIC 9(5) VALUE ZERO.     zbnkacrl
020672******************************************************************zbnkacrl
020674* Accrual cleared online since the last run, by account type,    *zbnkacrl
020676* from the BNKACRX log: positive amounts were credit interest,   *zbnkacrl
020678* negative ones debit interest.                                  *zbnkacrl
020680******************************************************************zbnkacrl
020682 01  WS-CLEARANCE-TYPE-TABLE.                                     zbnkacrl
020684   05  WS-CLT-COUNT                      PIC 9(2) VALUE ZERO.     zbnkacrl
020686   05  WS-CLT-ENTRY OCCURS 36 TIMES.                              zbnkacrl
020688     10  WS-CLT-TYPE                     PIC X(1).                zbnkacrl
020690     10  WS-CLT-CREDIT                   PIC S9(9)V99 COMP-3.     zbnkacrl
020692     10  WS-CLT-DEBIT                    PIC S9(9)V99 COMP-3.     zbnkacrl
020694 01  WS-CLT-MAX                          PIC 9(2) VALUE 36.       zbnkacrl
020696 01  WS-CLT-SUB                          PIC 9(2).                zbnkacrl
020698 01  WS-CLEARANCES-REVERSED              PIC 9(5) VALUE ZERO.     zbnkacrl
020700                                                                  zbnkacrl
020800 01  WS-END-OF-ACCOUNT                     PIC X(3) VALUE 'NO '.  zbnkacrl
020900                                                                  zbnkacrl
020910******************************************************************zbnkacrl
020920* The exec parm is optional. RANGE fffffffff ttttttttt nn/mm     *zbnkacrl
020930* runs this job over one slice of BNKACCT (see CACCRNGD.CPY)     *zbnkacrl
020940* so that several slices can run at once; without it the         *zbnkacrl
020950* whole file is processed as before.                             *zbnkacrl
020960******************************************************************zbnkacrl
020970 LINKAGE SECTION.                                                 zbnkacrl
020980 01  LK-EXEC-PARM.                                                zbnkacrl
020990   05  LK-EXEC-PARM-LL                     PIC S9(4) COMP.        zbnkacrl
021000   05  LK-EXEC-PARM-DATA                   PIC X(31).             zbnkacrl
021010                                                                  zbnkacrl
021020 PROCEDURE DIVISION USING LK-EXEC-PARM.                           zbnkacrl
021500                                                                  zbnkacrl
021510     PERFORM GET-ACCOUNT-RANGE                                    zbnkacrl
021520         THRU GET-ACCOUNT-RANGE-EXIT.                             zbnkacrl
021600     PERFORM RUN-CONTROL-START                                    zbnkacrl
021700         THRU RUN-CONTROL-START-EXIT.                             zbnkacrl
021800                                                                  zbnkacrl
022500     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkacrl
022600                                                                  zbnkacrl
022700     PERFORM ACCOUNT-OPEN.                                        zbnkacrl
022710     PERFORM ACCOUNT-POSITION                                     zbnkacrl
022720         THRU ACCOUNT-POSITION-EXIT.                              zbnkacrl
022800     PERFORM ATYPE-OPEN.                                          zbnkacrl
022900     PERFORM ATEF-OPEN.                                           zbnkacrl
022910     PERFORM RTOV-OPEN.                                           zbnkacrl
023000     PERFORM ACCRUAL-OPEN.                                        zbnkacrl
023100     PERFORM TXN-OPEN.                                            zbnkacrl
023110     PERFORM GLMAP-OPEN.                                          zbnkacrl
023120     PERFORM ACRGL-OPEN.                                          zbnkacrl
023130     PERFORM LOOKUP-ACCRUAL-ACCOUNTS.                             zbnkacrl
023200                                                                  zbnkacrl
023300     PERFORM ACCRUE-FOR-ALL-ACCOUNTS.                             zbnkacrl
023310     PERFORM WRITE-ACCRUAL-JOURNAL.                               zbnkacrl
023320     PERFORM JOURNAL-ACCRUAL-CLEARANCES                           zbnkacrl
023330         THRU JOURNAL-ACCRUAL-CLEARANCES-EXIT.                    zbnkacrl
023400                                                                  zbnkacrl
023500     PERFORM ACCOUNT-CLOSE.                                       zbnkacrl
023600     PERFORM ATYPE-CLOSE.                                         zbnkacrl
023700     PERFORM ATEF-CLOSE.                                          zbnkacrl
023710     PERFORM RTOV-CLOSE.                                          zbnkacrl
023800     PERFORM ACCRUAL-CLOSE.                                       zbnkacrl
023900     PERFORM TXN-CLOSE.                                           zbnkacrl
023910     PERFORM GLMAP-CLOSE.                                         zbnkacrl
023920     PERFORM ACRGL-CLOSE.                                         zbnkacrl
024000                                                                  zbnkacrl
024100     PERFORM PRINT-JOB-SUMMARY.                                   zbnkacrl
024200                                                                  zbnkacrl
030500     END-IF.                                                      zbnkacrl
030600     PERFORM EFFECTIVE-RATE-LOOKUP                                zbnkacrl
030700         THRU EFFECTIVE-RATE-LOOKUP-EXIT.                         zbnkacrl
030710     PERFORM OVERRIDE-RATE-LOOKUP                                 zbnkacrl
030720         THRU OVERRIDE-RATE-LOOKUP-EXIT.                          zbnkacrl
031000     IF BAC-REC-BALANCE IS GREATER THAN ZERO                      zbnkacrl
031010        PERFORM CREDIT-BAND-INTEREST                              zbnkacrl
031020            THRU CREDIT-BAND-INTEREST-EXIT                        zbnkacrl
031300     ELSE                                                         zbnkacrl
031400        COMPUTE WS-DAY-INTEREST ROUNDED =                         zbnkacrl
031500             BAC-REC-BALANCE * WS-EFF-DEBIT-RATE / 365            zbnkacrl
031510        MOVE WS-EFF-INT-RATE TO WS-EFF-MARGINAL-RATE              zbnkacrl
031600     END-IF.                                                      zbnkacrl
031610     PERFORM BACK-VALUE-ADJUSTMENT                                zbnkacrl
031620         THRU BACK-VALUE-ADJUSTMENT-EXIT.                         zbnkacrl
031700     ADD WS-VALUE-ADJUSTMENT TO WS-DAY-INTEREST.                  zbnkacrl
031800     IF WS-DAY-INTEREST IS EQUAL TO ZERO                          zbnkacrl
031900        ADD 1 TO WS-ACCOUNTS-SKIPPED                              zbnkacrl
033200     ELSE                                                         zbnkacrl
033300        MOVE SPACES TO ACCRUAL-FILE-REC                           zbnkacrl
033400        MOVE ZERO TO AR-REC-EXCESS-DAYS                           zbnkacrl
033410       MOVE ZERO TO AR-REC-RETURNED-ITEMS                         zbnkacrl
033420       MOVE ZERO TO AR-REC-LAST-RETURNED-DTE                      zbnkacrl
033500        MOVE BAC-REC-ACCNO TO AR-REC-ACCNO                        zbnkacrl
033600        MOVE WS-DAY-INTEREST TO AR-REC-ACCRUED                    zbnkacrl
033700        MOVE WS-TODAY-DATE-N TO AR-REC-LAST-ACCRUE-DTE            zbnkacrl
033800        PERFORM ACCRUAL-WRITE                                     zbnkacrl
033900     END-IF.                                                      zbnkacrl
033910     PERFORM ADD-TO-TYPE-ACCRUAL                                  zbnkacrl
033920         THRU ADD-TO-TYPE-ACCRUAL-EXIT.                           zbnkacrl
034000     ADD 1 TO WS-ACCOUNTS-ACCRUED.                                zbnkacrl
034100 ACCRUE-ONE-ACCOUNT-EXIT.                                         zbnkacrl
034200     EXIT.                                                        zbnkacrl
034900 EFFECTIVE-RATE-LOOKUP.                                           zbnkacrl
035000     MOVE BAT-REC-INT-RATE TO WS-EFF-INT-RATE.                    zbnkacrl
035100     MOVE BAT-REC-DEBIT-INT-RATE TO WS-EFF-DEBIT-RATE.            zbnkacrl
035110     MOVE BAT-REC-BAND-AREA TO WS-EFF-BAND-AREA.                  zbnkacrl
035200     IF WS-ATEF-AVAILABLE NOT = 'YES'                             zbnkacrl
035300        GO TO EFFECTIVE-RATE-LOOKUP-EXIT                          zbnkacrl
035400     END-IF.                                                      zbnkacrl
036500 EFFECTIVE-RATE-LOOKUP-EXIT.                                      zbnkacrl
036600     EXIT.                                                        zbnkacrl
036700                                                                  zbnkacrl
036702******************************************************************zbnkacrl
036704* CREDIT-BAND-INTEREST                                           *zbnkacrl
036706* One day's interest on a credit balance, tiered by the type's   *zbnkacrl
036708* balance bands: the slice below the first band floor earns the  *zbnkacrl
036710* base rate and each band's slice earns that band's rate. The    *zbnkacrl
036712* rate of the highest band the balance reaches is kept as the    *zbnkacrl
036714* marginal rate for the back-value adjustment.                   *zbnkacrl
036716******************************************************************zbnkacrl
036718 CREDIT-BAND-INTEREST.                                            zbnkacrl
036720     MOVE WS-EFF-INT-RATE TO WS-EFF-MARGINAL-RATE.                zbnkacrl
036722     MOVE BAC-REC-BALANCE TO WS-BAND-TOP.                         zbnkacrl
036724     IF WS-EFF-BAND-FLOOR (1) IS GREATER THAN ZERO AND            zbnkacrl
036726        WS-EFF-BAND-FLOOR (1) IS LESS THAN BAC-REC-BALANCE        zbnkacrl
036728        MOVE WS-EFF-BAND-FLOOR (1) TO WS-BAND-TOP                 zbnkacrl
036730     END-IF.                                                      zbnkacrl
036732     COMPUTE WS-BAND-INTEREST = WS-BAND-TOP * WS-EFF-INT-RATE.    zbnkacrl
036734     PERFORM ACCRUE-BAND-SLICE                                    zbnkacrl
036736         THRU ACCRUE-BAND-SLICE-EXIT                              zbnkacrl
036738         VARYING WS-BAND-SUB FROM 1 BY 1                          zbnkacrl
036740         UNTIL WS-BAND-SUB IS GREATER THAN 3.                     zbnkacrl
036742     COMPUTE WS-DAY-INTEREST ROUNDED = WS-BAND-INTEREST / 365.    zbnkacrl
036744 CREDIT-BAND-INTEREST-EXIT.                                       zbnkacrl
036746     EXIT.                                                        zbnkacrl
036748                                                                  zbnkacrl
036750 ACCRUE-BAND-SLICE.                                               zbnkacrl
036752     IF WS-EFF-BAND-FLOOR (WS-BAND-SUB) IS EQUAL TO ZERO OR       zbnkacrl
036754        BAC-REC-BALANCE IS NOT GREATER THAN                       zbnkacrl
036756          WS-EFF-BAND-FLOOR (WS-BAND-SUB)                         zbnkacrl
036758        GO TO ACCRUE-BAND-SLICE-EXIT                              zbnkacrl
036760     END-IF.                                                      zbnkacrl
036762     MOVE BAC-REC-BALANCE TO WS-BAND-TOP.                         zbnkacrl
036764     IF WS-BAND-SUB IS LESS THAN 3                                zbnkacrl
036765        IF WS-EFF-BAND-FLOOR (WS-BAND-SUB + 1)                    zbnkacrl
036766             IS GREATER THAN ZERO                                 zbnkacrl
036768           AND WS-EFF-BAND-FLOOR (WS-BAND-SUB + 1)                zbnkacrl
036770             IS LESS THAN BAC-REC-BALANCE                         zbnkacrl
036772           MOVE WS-EFF-BAND-FLOOR (WS-BAND-SUB + 1) TO WS-BAND-TOPzbnkacrl
036774        END-IF                                                    zbnkacrl
036776     END-IF.                                                      zbnkacrl
036778     COMPUTE WS-BAND-INTEREST = WS-BAND-INTEREST +                zbnkacrl
036780         (WS-BAND-TOP - WS-EFF-BAND-FLOOR (WS-BAND-SUB))          zbnkacrl
036782         * WS-EFF-BAND-RATE (WS-BAND-SUB).                        zbnkacrl
036784     MOVE WS-EFF-BAND-RATE (WS-BAND-SUB) TO WS-EFF-MARGINAL-RATE. zbnkacrl
036786 ACCRUE-BAND-SLICE-EXIT.                                          zbnkacrl
036788     EXIT.                                                        zbnkacrl
036790                                                                  zbnkacrl
036800******************************************************************zbnkacrl
036900* BACK-VALUE-ADJUSTMENT                                          *zbnkacrl
037000* Browse the day's postings for the current account. A posting  * zbnkacrl
041700         - FUNCTION INTEGER-OF-DATE (BTX-REC-VALUE-DTE).          zbnkacrl
041800     COMPUTE WS-VALUE-ADJUSTMENT ROUNDED =                        zbnkacrl
041900         WS-VALUE-ADJUSTMENT                                      zbnkacrl
042000         + (BTX-REC-AMOUNT * WS-EFF-MARGINAL-RATE                 zbnkacrl
042100            * WS-GAP-DAYS / 365).                                 zbnkacrl
042200     ADD 1 TO WS-ADJUSTMENTS-MADE.                                zbnkacrl
042300 ADJUST-ONE-POSTING-EXIT.                                         zbnkacrl
045600     END-IF.                                                      zbnkacrl
045700     MOVE AE-REC-INT-RATE TO WS-EFF-INT-RATE.                     zbnkacrl
045800     MOVE AE-REC-DEBIT-INT-RATE TO WS-EFF-DEBIT-RATE.             zbnkacrl
045810     MOVE AE-REC-BAND-AREA TO WS-EFF-BAND-AREA.                   zbnkacrl
045900 EFFECTIVE-RATE-STEP-EXIT.                                        zbnkacrl
045902     EXIT.                                                        zbnkacrl
045904                                                                  zbnkacrl
045906******************************************************************zbnkacrl
045908* OVERRIDE-RATE-LOOKUP                                           *zbnkacrl
045910* Look for an approved BNKRTOV override on the current account   *zbnkacrl
045912* that is in force today. The override rate applies flat to the  *zbnkacrl
045914* whole credit balance - the type's balance bands do not apply   *zbnkacrl
045916* while it is in force. Debit interest is not affected.          *zbnkacrl
045918******************************************************************zbnkacrl
045920 OVERRIDE-RATE-LOOKUP.                                            zbnkacrl
045922     IF WS-RTOV-AVAILABLE NOT = 'YES'                             zbnkacrl
045924        GO TO OVERRIDE-RATE-LOOKUP-EXIT                           zbnkacrl
045926     END-IF.                                                      zbnkacrl
045928     MOVE 'NO ' TO WS-OVR-FOUND.                                  zbnkacrl
045930     MOVE BAC-REC-ACCNO TO RO-REC-ACCNO.                          zbnkacrl
045932     MOVE ZERO TO RO-REC-START-DTE.                               zbnkacrl
045934     START RTOV-FILE KEY IS NOT LESS THAN RO-REC-KEY.             zbnkacrl
045936     IF WS-RTOV-STATUS NOT = '00'                                 zbnkacrl
045938        GO TO OVERRIDE-RATE-LOOKUP-EXIT                           zbnkacrl
045940     END-IF.                                                      zbnkacrl
045942     PERFORM OVERRIDE-RATE-STEP                                   zbnkacrl
045944         THRU OVERRIDE-RATE-STEP-EXIT                             zbnkacrl
045946         UNTIL WS-OVR-FOUND NOT = 'NO '.                          zbnkacrl
045948     IF WS-OVR-FOUND = 'YES'                                      zbnkacrl
045950        MOVE RO-REC-RATE TO WS-EFF-INT-RATE                       zbnkacrl
045952        MOVE ZERO TO WS-EFF-BAND-FLOOR (1)                        zbnkacrl
045954        MOVE ZERO TO WS-EFF-BAND-FLOOR (2)                        zbnkacrl
045956        MOVE ZERO TO WS-EFF-BAND-FLOOR (3)                        zbnkacrl
045958        ADD 1 TO WS-OVERRIDES-APPLIED                             zbnkacrl
045960     END-IF.                                                      zbnkacrl
045962 OVERRIDE-RATE-LOOKUP-EXIT.                                       zbnkacrl
045964     EXIT.                                                        zbnkacrl
045966                                                                  zbnkacrl
045968 OVERRIDE-RATE-STEP.                                              zbnkacrl
045970     READ RTOV-FILE NEXT RECORD.                                  zbnkacrl
045972     IF WS-RTOV-STATUS NOT = '00'                                 zbnkacrl
045974        MOVE 'END' TO WS-OVR-FOUND                                zbnkacrl
045976        GO TO OVERRIDE-RATE-STEP-EXIT                             zbnkacrl
045978     END-IF.                                                      zbnkacrl
045980     IF RO-REC-ACCNO IS NOT EQUAL TO BAC-REC-ACCNO OR             zbnkacrl
045982        RO-REC-START-DTE IS GREATER THAN WS-TODAY-DATE-N          zbnkacrl
045984        MOVE 'END' TO WS-OVR-FOUND                                zbnkacrl
045986        GO TO OVERRIDE-RATE-STEP-EXIT                             zbnkacrl
045988     END-IF.                                                      zbnkacrl
045990     IF RO-REC-APPROVED AND                                       zbnkacrl
045992        RO-REC-EXPIRY-DTE IS NOT LESS THAN WS-TODAY-DATE-N        zbnkacrl
045994        MOVE 'YES' TO WS-OVR-FOUND                                zbnkacrl
045996     END-IF.                                                      zbnkacrl
045998 OVERRIDE-RATE-STEP-EXIT.                                         zbnkacrl
046000     EXIT.                                                        zbnkacrl
046100                                                                  zbnkacrl
046200******************************************************************zbnkacrl
047700 ATEF-CLOSE.                                                      zbnkacrl
047800     IF WS-ATEF-AVAILABLE = 'YES'                                 zbnkacrl
047900        CLOSE ATEF-FILE                                           zbnkacrl
047905     END-IF.                                                      zbnkacrl
047910                                                                  zbnkacrl
047915******************************************************************zbnkacrl
047920* Open and close the BNKRTOV override file. The file is optional *zbnkacrl
047925* - with no overrides every account accrues at its type's rates. *zbnkacrl
047930******************************************************************zbnkacrl
047935 RTOV-OPEN.                                                       zbnkacrl
047940     OPEN INPUT RTOV-FILE.                                        zbnkacrl
047945     IF WS-RTOV-STATUS = '00'                                     zbnkacrl
047950        MOVE 'YES' TO WS-RTOV-AVAILABLE                           zbnkacrl
047955     ELSE                                                         zbnkacrl
047960        MOVE 'No BNKRTOV file - no rate overrides'                zbnkacrl
047965          TO WS-CONSOLE-MESSAGE                                   zbnkacrl
047970        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacrl
047975     END-IF.                                                      zbnkacrl
047980                                                                  zbnkacrl
047985 RTOV-CLOSE.                                                      zbnkacrl
047990     IF WS-RTOV-AVAILABLE = 'YES'                                 zbnkacrl
047995        CLOSE RTOV-FILE                                           zbnkacrl
048000     END-IF.                                                      zbnkacrl
048100                                                                  zbnkacrl
048200******************************************************************zbnkacrl
049600        PERFORM ABORT-PROGRAM                                     zbnkacrl
049700     END-IF.                                                      zbnkacrl
049800                                                                  zbnkacrl
049803******************************************************************zbnkacrl
049806* A slice run starts its browse at the first account of its      *zbnkacrl
049809* range and stops after the last; a whole-file run is left       *zbnkacrl
049812* where the open put it. No account at or after the start        *zbnkacrl
049815* of the range leaves the slice with nothing to do.              *zbnkacrl
049818******************************************************************zbnkacrl
049821 ACCOUNT-POSITION.                                                zbnkacrl
049824     IF NOT ACR-SLICED                                            zbnkacrl
049827        GO TO ACCOUNT-POSITION-EXIT                               zbnkacrl
049830     END-IF.                                                      zbnkacrl
049833     MOVE ACR-TO-ACCNO TO ACR-SCAN-LIMIT.                         zbnkacrl
049836     MOVE ACR-FROM-ACCNO TO BAC-REC-ACCNO.                        zbnkacrl
049839     START ACCOUNT-FILE KEY IS NOT LESS THAN BAC-REC-ACCNO.       zbnkacrl
049842     IF WS-ACCOUNT-STATUS = '23'                                  zbnkacrl
049845        SET ACR-SCAN-ENDED TO TRUE                                zbnkacrl
049848        GO TO ACCOUNT-POSITION-EXIT                               zbnkacrl
049851     END-IF.                                                      zbnkacrl
049854     IF WS-ACCOUNT-STATUS NOT = '00'                              zbnkacrl
049857        MOVE 'ACCOUNT Error positioning file ...'                 zbnkacrl
049860          TO WS-CONSOLE-MESSAGE                                   zbnkacrl
049863        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacrl
049866        MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                    zbnkacrl
049869        PERFORM DISPLAY-IO-STATUS                                 zbnkacrl
049872        PERFORM ABORT-PROGRAM                                     zbnkacrl
049875     END-IF.                                                      zbnkacrl
049878 ACCOUNT-POSITION-EXIT.                                           zbnkacrl
049881     EXIT.                                                        zbnkacrl
049884                                                                  zbnkacrl
049900******************************************************************zbnkacrl
050000* Read the next ACCOUNT record in key sequence.                  *zbnkacrl
050100******************************************************************zbnkacrl
050110 ACCOUNT-GET.                                                     zbnkacrl
050120     IF ACR-SCAN-ENDED                                            zbnkacrl
050130        MOVE 'YES' TO WS-END-OF-ACCOUNT                           zbnkacrl
050140     ELSE                                                         zbnkacrl
050150        PERFORM ACCOUNT-READ-NEXT                                 zbnkacrl
050160     END-IF.                                                      zbnkacrl
050170                                                                  zbnkacrl
050180 ACCOUNT-READ-NEXT.                                               zbnkacrl
050300     READ ACCOUNT-FILE NEXT RECORD.                               zbnkacrl
050400     IF WS-ACCOUNT-STATUS NOT = '00'                              zbnkacrl
050500        IF WS-ACCOUNT-STATUS = '10'                               zbnkacrl
051300           PERFORM ABORT-PROGRAM                                  zbnkacrl
051400        END-IF                                                    zbnkacrl
051500     END-IF.                                                      zbnkacrl
051510     IF WS-ACCOUNT-STATUS = '00' AND                              zbnkacrl
051520        BAC-REC-ACCNO IS GREATER THAN ACR-SCAN-LIMIT              zbnkacrl
051530        SET ACR-SCAN-ENDED TO TRUE                                zbnkacrl
051540        MOVE 'YES' TO WS-END-OF-ACCOUNT                           zbnkacrl
051550     END-IF.                                                      zbnkacrl
051600                                                                  zbnkacrl
051700******************************************************************zbnkacrl
051800* Close the ACCOUNT file.                                        *zbnkacrl
063200        PERFORM ABORT-PROGRAM                                     zbnkacrl
063300     END-IF.                                                      zbnkacrl
063400                                                                  zbnkacrl
063411******************************************************************zbnkacrl
063422* ADD-TO-TYPE-ACCRUAL                                            *zbnkacrl
063433* Add the day's interest just accrued to its account type's      *zbnkacrl
063444* credit or debit total.                                         *zbnkacrl
063455******************************************************************zbnkacrl
063466 ADD-TO-TYPE-ACCRUAL.                                             zbnkacrl
063477     PERFORM FIND-TYPE-STEP                                       zbnkacrl
063488         VARYING WS-ACT-SUB FROM 1 BY 1                           zbnkacrl
063499           UNTIL WS-ACT-SUB IS GREATER THAN WS-ACT-COUNT          zbnkacrl
063510              OR WS-ACT-TYPE (WS-ACT-SUB) IS EQUAL TO             zbnkacrl
063521                 BAC-REC-TYPE.                                    zbnkacrl
063532     IF WS-ACT-SUB IS GREATER THAN WS-ACT-COUNT                   zbnkacrl
063543        IF WS-ACT-COUNT IS NOT LESS THAN WS-ACT-MAX               zbnkacrl
063554           MOVE 'Accrual type table full' TO WS-CONSOLE-MESSAGE   zbnkacrl
063565           PERFORM ABORT-PROGRAM                                  zbnkacrl
063576        END-IF                                                    zbnkacrl
063587        ADD 1 TO WS-ACT-COUNT                                     zbnkacrl
063598        MOVE WS-ACT-COUNT TO WS-ACT-SUB                           zbnkacrl
063609        MOVE BAC-REC-TYPE TO WS-ACT-TYPE (WS-ACT-SUB)             zbnkacrl
063620        MOVE ZERO TO WS-ACT-CREDIT (WS-ACT-SUB)                   zbnkacrl
063631        MOVE ZERO TO WS-ACT-DEBIT (WS-ACT-SUB)                    zbnkacrl
063642     END-IF.                                                      zbnkacrl
063653     IF WS-DAY-INTEREST IS GREATER THAN ZERO                      zbnkacrl
063664        ADD WS-DAY-INTEREST TO WS-ACT-CREDIT (WS-ACT-SUB)         zbnkacrl
063675     ELSE                                                         zbnkacrl
063686        SUBTRACT WS-DAY-INTEREST FROM WS-ACT-DEBIT (WS-ACT-SUB)   zbnkacrl
063697     END-IF.                                                      zbnkacrl
063708 ADD-TO-TYPE-ACCRUAL-EXIT.                                        zbnkacrl
063719     EXIT.                                                        zbnkacrl
063730                                                                  zbnkacrl
063741 FIND-TYPE-STEP.                                                  zbnkacrl
063752     CONTINUE.                                                    zbnkacrl
063763                                                                  zbnkacrl
063774******************************************************************zbnkacrl
063785* LOOKUP-ACCRUAL-ACCOUNTS                                        *zbnkacrl
063796* Resolve the four ledger accounts the journal uses, once.       *zbnkacrl
063807******************************************************************zbnkacrl
063818 LOOKUP-ACCRUAL-ACCOUNTS.                                         zbnkacrl
063829     MOVE 'INT' TO WS-LOOKUP-TYPE.                                zbnkacrl
063840     PERFORM LOOKUP-GL-ACCOUNT.                                   zbnkacrl
063851     MOVE WS-LOOKUP-GL-ACCOUNT TO WS-EXPENSE-GL-ACCOUNT.          zbnkacrl
063862     MOVE 'DBI' TO WS-LOOKUP-TYPE.                                zbnkacrl
063873     PERFORM LOOKUP-GL-ACCOUNT.                                   zbnkacrl
063884     MOVE WS-LOOKUP-GL-ACCOUNT TO WS-INCOME-GL-ACCOUNT.           zbnkacrl
063895     MOVE 'AIP' TO WS-LOOKUP-TYPE.                                zbnkacrl
063906     PERFORM LOOKUP-GL-ACCOUNT.                                   zbnkacrl
063917     MOVE WS-LOOKUP-GL-ACCOUNT TO WS-PAYABLE-GL-ACCOUNT.          zbnkacrl
063928     MOVE 'AIR' TO WS-LOOKUP-TYPE.                                zbnkacrl
063939     PERFORM LOOKUP-GL-ACCOUNT.                                   zbnkacrl
063950     MOVE WS-LOOKUP-GL-ACCOUNT TO WS-RECEIVABLE-GL-ACCOUNT.       zbnkacrl
063961                                                                  zbnkacrl
063972 LOOKUP-GL-ACCOUNT.                                               zbnkacrl
063983     MOVE WS-LOOKUP-TYPE TO GL-REC-TXN-TYPE.                      zbnkacrl
063994     READ GLMAP-FILE.                                             zbnkacrl
064005     IF WS-GLMAP-STATUS = '00'                                    zbnkacrl
064016        MOVE GL-REC-GL-ACCOUNT TO WS-LOOKUP-GL-ACCOUNT            zbnkacrl
064027     ELSE                                                         zbnkacrl
064038        MOVE WS-SUSPENSE-GL-ACCOUNT TO WS-LOOKUP-GL-ACCOUNT       zbnkacrl
064049        MOVE SPACES TO WS-CONSOLE-MESSAGE                         zbnkacrl
064060        STRING WS-LOOKUP-TYPE DELIMITED BY SIZE                   zbnkacrl
064071               ' type unmapped - using suspense'                  zbnkacrl
064082                              DELIMITED BY SIZE                   zbnkacrl
064093          INTO WS-CONSOLE-MESSAGE                                 zbnkacrl
064104        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacrl
064115     END-IF.                                                      zbnkacrl
064126                                                                  zbnkacrl
064137******************************************************************zbnkacrl
064148* WRITE-ACCRUAL-JOURNAL                                          *zbnkacrl
064159* Two balanced pairs per account type: credit interest debits    *zbnkacrl
064170* interest expense and credits accrued interest payable; debit   *zbnkacrl
064181* interest debits accrued interest receivable and credits        *zbnkacrl
064192* interest income. A zero total writes nothing.                  *zbnkacrl
064203******************************************************************zbnkacrl
064214 WRITE-ACCRUAL-JOURNAL.                                           zbnkacrl
064225     PERFORM WRITE-TYPE-JOURNAL                                   zbnkacrl
064236         VARYING WS-ACT-SUB FROM 1 BY 1                           zbnkacrl
064247           UNTIL WS-ACT-SUB IS GREATER THAN WS-ACT-COUNT.         zbnkacrl
064258                                                                  zbnkacrl
064269 WRITE-TYPE-JOURNAL.                                              zbnkacrl
064280     IF WS-ACT-CREDIT (WS-ACT-SUB) IS GREATER THAN ZERO           zbnkacrl
064291        MOVE WS-ACT-CREDIT (WS-ACT-SUB) TO WS-ENTRY-AMOUNT        zbnkacrl
064302        MOVE SPACES TO ACRGL-REC                                  zbnkacrl
064313        MOVE WS-EXPENSE-GL-ACCOUNT TO ACG-GL-ACCOUNT              zbnkacrl
064324        MOVE 'DR' TO ACG-DRCR                                     zbnkacrl
064335        MOVE 'INT' TO ACG-TXN-TYPE                                zbnkacrl
064346        PERFORM ACRGL-PUT-ENTRY                                   zbnkacrl
064357        MOVE SPACES TO ACRGL-REC                                  zbnkacrl
064368        MOVE WS-PAYABLE-GL-ACCOUNT TO ACG-GL-ACCOUNT              zbnkacrl
064379        MOVE 'CR' TO ACG-DRCR                                     zbnkacrl
064390        MOVE 'AIP' TO ACG-TXN-TYPE                                zbnkacrl
064401        PERFORM ACRGL-PUT-ENTRY                                   zbnkacrl
064412     END-IF.                                                      zbnkacrl
064423     IF WS-ACT-DEBIT (WS-ACT-SUB) IS GREATER THAN ZERO            zbnkacrl
064434        MOVE WS-ACT-DEBIT (WS-ACT-SUB) TO WS-ENTRY-AMOUNT         zbnkacrl
064445        MOVE SPACES TO ACRGL-REC                                  zbnkacrl
064456        MOVE WS-RECEIVABLE-GL-ACCOUNT TO ACG-GL-ACCOUNT           zbnkacrl
064467        MOVE 'DR' TO ACG-DRCR                                     zbnkacrl
064478        MOVE 'AIR' TO ACG-TXN-TYPE                                zbnkacrl
064489        PERFORM ACRGL-PUT-ENTRY                                   zbnkacrl
064500        MOVE SPACES TO ACRGL-REC                                  zbnkacrl
064511        MOVE WS-INCOME-GL-ACCOUNT TO ACG-GL-ACCOUNT               zbnkacrl
064522        MOVE 'CR' TO ACG-DRCR                                     zbnkacrl
064533        MOVE 'DBI' TO ACG-TXN-TYPE                                zbnkacrl
064544        PERFORM ACRGL-PUT-ENTRY                                   zbnkacrl
064555     END-IF.                                                      zbnkacrl
064566                                                                  zbnkacrl
064577 ACRGL-PUT-ENTRY.                                                 zbnkacrl
064588     MOVE WS-ENTRY-AMOUNT TO ACG-AMOUNT.                          zbnkacrl
064599     STRING 'Accrual type ' DELIMITED BY SIZE                     zbnkacrl
064610            WS-ACT-TYPE (WS-ACT-SUB) DELIMITED BY SIZE            zbnkacrl
064621       INTO ACG-DESC.                                             zbnkacrl
064632     MOVE WS-TODAY-DATE-N TO ACG-POSTING-DATE.                    zbnkacrl
064643     PERFORM ACRGL-PUT.                                           zbnkacrl
064654     ADD 1 TO WS-JOURNAL-LINES.                                   zbnkacrl
064665                                                                  zbnkacrl
064676******************************************************************zbnkacrl
064687* Open and close the GLMAP file.                                 *zbnkacrl
064698******************************************************************zbnkacrl
064709 GLMAP-OPEN.                                                      zbnkacrl
064720     OPEN INPUT GLMAP-FILE.                                       zbnkacrl
064731     IF WS-GLMAP-STATUS = '00'                                    zbnkacrl
064742        MOVE 'GLMAP file opened OK' TO WS-CONSOLE-MESSAGE         zbnkacrl
064753        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacrl
064764     ELSE                                                         zbnkacrl
064775        MOVE 'GLMAP file open failure...' TO WS-CONSOLE-MESSAGE   zbnkacrl
064786        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacrl
064797        MOVE WS-GLMAP-STATUS TO WS-IO-STATUS                      zbnkacrl
064808        PERFORM DISPLAY-IO-STATUS                                 zbnkacrl
064819        PERFORM ABORT-PROGRAM                                     zbnkacrl
064830     END-IF.                                                      zbnkacrl
064841                                                                  zbnkacrl
064852 GLMAP-CLOSE.                                                     zbnkacrl
064863     CLOSE GLMAP-FILE.                                            zbnkacrl
064874     IF WS-GLMAP-STATUS = '00'                                    zbnkacrl
064885        MOVE 'GLMAP file closed OK' TO WS-CONSOLE-MESSAGE         zbnkacrl
064896        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacrl
064907     ELSE                                                         zbnkacrl
064918        MOVE 'GLMAP file close failure...' TO WS-CONSOLE-MESSAGE  zbnkacrl
064929        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacrl
064940        MOVE WS-GLMAP-STATUS TO WS-IO-STATUS                      zbnkacrl
064951        PERFORM DISPLAY-IO-STATUS                                 zbnkacrl
064962        PERFORM ABORT-PROGRAM                                     zbnkacrl
064973     END-IF.                                                      zbnkacrl
064984                                                                  zbnkacrl
064995******************************************************************zbnkacrl
065006* Open, write to and close the ACRGL journal file.               *zbnkacrl
065017******************************************************************zbnkacrl
065028 ACRGL-OPEN.                                                      zbnkacrl
065039     OPEN OUTPUT ACRGL-FILE.                                      zbnkacrl
065050     IF WS-ACRGL-STATUS = '00'                                    zbnkacrl
065061        MOVE 'ACRGL file opened OK' TO WS-CONSOLE-MESSAGE         zbnkacrl
065072        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacrl
065083     ELSE                                                         zbnkacrl
065094        MOVE 'ACRGL file open failure...' TO WS-CONSOLE-MESSAGE   zbnkacrl
065105        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacrl
065116        MOVE WS-ACRGL-STATUS TO WS-IO-STATUS                      zbnkacrl
065127        PERFORM DISPLAY-IO-STATUS                                 zbnkacrl
065138        PERFORM ABORT-PROGRAM                                     zbnkacrl
065149     END-IF.                                                      zbnkacrl
065160                                                                  zbnkacrl
065171 ACRGL-PUT.                                                       zbnkacrl
065182     WRITE ACRGL-REC.                                             zbnkacrl
065193     IF WS-ACRGL-STATUS NOT = '00'                                zbnkacrl
065204        MOVE 'ACRGL Error writing file ...' TO WS-CONSOLE-MESSAGE zbnkacrl
065215        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacrl
065226        MOVE WS-ACRGL-STATUS TO WS-IO-STATUS                      zbnkacrl
065237        PERFORM DISPLAY-IO-STATUS                                 zbnkacrl
065248        PERFORM ABORT-PROGRAM                                     zbnkacrl
065259     END-IF.                                                      zbnkacrl
065270                                                                  zbnkacrl
065281 ACRGL-CLOSE.                                                     zbnkacrl
065292     CLOSE ACRGL-FILE.                                            zbnkacrl
065303     IF WS-ACRGL-STATUS = '00'                                    zbnkacrl
065314        MOVE 'ACRGL file closed OK' TO WS-CONSOLE-MESSAGE         zbnkacrl
065325        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacrl
065336     ELSE                                                         zbnkacrl
065347        MOVE 'ACRGL file close failure...' TO WS-CONSOLE-MESSAGE  zbnkacrl
065358        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacrl
065369        MOVE WS-ACRGL-STATUS TO WS-IO-STATUS                      zbnkacrl
065380        PERFORM DISPLAY-IO-STATUS                                 zbnkacrl
065391        PERFORM ABORT-PROGRAM                                     zbnkacrl
065402     END-IF.                                                      zbnkacrl
065413******************************************************************zbnkacrl
065424* Write a short end-of-job summary to the JOBSUM file, in the    *zbnkacrl
065435* same style as the interest run's job summary.                  *zbnkacrl
065438* A slice run heads its summary with its slice and account       *zbnkacrl
065441* range, which is what ZBNKJSMG merges the slices on.            *zbnkacrl
065446******************************************************************zbnkacrl
065457 PRINT-JOB-SUMMARY.                                               zbnkacrl
065468     PERFORM JOBSUM-OPEN.                                         zbnkacrl
065469     IF ACR-SLICED                                                zbnkacrl
065470        MOVE SPACES TO JOBSUM-REC                                 zbnkacrl
065471        STRING 'ZBNKACRL slice ' DELIMITED BY SIZE                zbnkacrl
065472               ACR-SLICE DELIMITED BY SIZE                        zbnkacrl
065473               ' of ' DELIMITED BY SIZE                           zbnkacrl
065474               ACR-SLICES DELIMITED BY SIZE                       zbnkacrl
065475               ' accounts ' DELIMITED BY SIZE                     zbnkacrl
065476               ACR-FROM-ACCNO DELIMITED BY SIZE                   zbnkacrl
065477               ' to ' DELIMITED BY SIZE                           zbnkacrl
065478               ACR-TO-ACCNO DELIMITED BY SIZE                     zbnkacrl
065479          INTO JOBSUM-REC                                         zbnkacrl
065480        PERFORM JOBSUM-PUT                                        zbnkacrl
065481     END-IF.                                                      zbnkacrl
065485     MOVE SPACES TO JOBSUM-REC.                                   zbnkacrl
065490     STRING 'Accounts accrued:            ' DELIMITED BY SIZE     zbnkacrl
065501            WS-ACCOUNTS-ACCRUED DELIMITED BY SIZE                 zbnkacrl
065512       INTO JOBSUM-REC.                                           zbnkacrl
065523     PERFORM JOBSUM-PUT.                                          zbnkacrl
065534     MOVE SPACES TO JOBSUM-REC.                                   zbnkacrl
065545     STRING 'Accounts skipped:            ' DELIMITED BY SIZE     zbnkacrl
065556            WS-ACCOUNTS-SKIPPED DELIMITED BY SIZE                 zbnkacrl
065567       INTO JOBSUM-REC.                                           zbnkacrl
065578     PERFORM JOBSUM-PUT.                                          zbnkacrl
065589     MOVE SPACES TO JOBSUM-REC.                                   zbnkacrl
065600     STRING 'Rate overrides applied:      ' DELIMITED BY SIZE     zbnkacrl
065611            WS-OVERRIDES-APPLIED DELIMITED BY SIZE                zbnkacrl
065622       INTO JOBSUM-REC.                                           zbnkacrl
065633     PERFORM JOBSUM-PUT.                                          zbnkacrl
065644     MOVE SPACES TO JOBSUM-REC.                                   zbnkacrl
065655     STRING 'Accrual journal lines:       ' DELIMITED BY SIZE     zbnkacrl
065666            WS-JOURNAL-LINES DELIMITED BY SIZE                    zbnkacrl
065677       INTO JOBSUM-REC.                                           zbnkacrl
065688     PERFORM JOBSUM-PUT.                                          zbnkacrl
065689     MOVE SPACES TO JOBSUM-REC.                                   zbnkacrl
065690     STRING 'Accrual clearances reversed: ' DELIMITED BY SIZE     zbnkacrl
065691            WS-CLEARANCES-REVERSED DELIMITED BY SIZE              zbnkacrl
065692       INTO JOBSUM-REC.                                           zbnkacrl
065693     PERFORM JOBSUM-PUT.                                          zbnkacrl
065699     PERFORM JOBSUM-CLOSE.                                        zbnkacrl
065710     MOVE 'Job summary written to JOBSUM'                         zbnkacrl
065721       TO WS-CONSOLE-MESSAGE.                                     zbnkacrl
065732     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkacrl
065743                                                                  zbnkacrl
065754******************************************************************zbnkacrl
065765* Open and close the TXN file - read-only keyed browses per     * zbnkacrl
065776* account for the back-value adjustment.                         *zbnkacrl
065787******************************************************************zbnkacrl
066000 TXN-OPEN.                                                        zbnkacrl
066100     OPEN INPUT TXN-FILE.                                         zbnkacrl
066200     IF WS-TXN-STATUS NOT = '00'                                  zbnkacrl
067700        PERFORM ABORT-PROGRAM                                     zbnkacrl
067800     END-IF.                                                      zbnkacrl
067900                                                                  zbnkacrl
067901******************************************************************zbnkacrl
067902* JOURNAL-ACCRUAL-CLEARANCES                                     *zbnkacrl
067903* Reverse the accrual that account closures and deposit          *zbnkacrl
067904* breakages cleared from BNKACRU online, so the payable and      *zbnkacrl
067905* receivable ledger accounts keep agreeing with BNKACRU for the  *zbnkacrl
067906* ZBNKACRR proof. The log is read and emptied by the whole-file  *zbnkacrl
067907* run or by slice 1 only, so no clearance is journalled twice.   *zbnkacrl
067908******************************************************************zbnkacrl
067909 JOURNAL-ACCRUAL-CLEARANCES.                                      zbnkacrl
067910     IF ACR-SLICED                                                zbnkacrl
067911        AND ACR-SLICE IS NOT EQUAL TO 1                           zbnkacrl
067912        GO TO JOURNAL-ACCRUAL-CLEARANCES-EXIT                     zbnkacrl
067913     END-IF.                                                      zbnkacrl
067914     PERFORM ACRX-OPEN                                            zbnkacrl
067915         THRU ACRX-OPEN-EXIT.                                     zbnkacrl
067916     IF WS-ACRX-STATUS NOT = '00'                                 zbnkacrl
067917        GO TO JOURNAL-ACCRUAL-CLEARANCES-EXIT                     zbnkacrl
067918     END-IF.                                                      zbnkacrl
067919     MOVE LOW-VALUES TO AX-REC-KEY.                               zbnkacrl
067920     START ACRX-FILE KEY IS NOT LESS THAN AX-REC-KEY.             zbnkacrl
067921     IF WS-ACRX-STATUS NOT = '00'                                 zbnkacrl
067922        GO TO JOURNAL-ACCRUAL-CLEARANCES-END                      zbnkacrl
067923     END-IF.                                                      zbnkacrl
067924 JOURNAL-ACCRUAL-CLEARANCES-LOOP.                                 zbnkacrl
067925     READ ACRX-FILE NEXT RECORD.                                  zbnkacrl
067926     IF WS-ACRX-STATUS NOT = '00'                                 zbnkacrl
067927        GO TO JOURNAL-ACCRUAL-CLEARANCES-END                      zbnkacrl
067928     END-IF.                                                      zbnkacrl
067929     PERFORM ADD-TO-TYPE-CLEARANCE                                zbnkacrl
067930         THRU ADD-TO-TYPE-CLEARANCE-EXIT.                         zbnkacrl
067931     DELETE ACRX-FILE RECORD.                                     zbnkacrl
067932     IF WS-ACRX-STATUS NOT = '00'                                 zbnkacrl
067933        MOVE 'ACRX Error deleting record ...'                     zbnkacrl
067934          TO WS-CONSOLE-MESSAGE                                   zbnkacrl
067935        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacrl
067936        MOVE WS-ACRX-STATUS TO WS-IO-STATUS                       zbnkacrl
067937        PERFORM DISPLAY-IO-STATUS                                 zbnkacrl
067938        PERFORM ABORT-PROGRAM                                     zbnkacrl
067939     END-IF.                                                      zbnkacrl
067940     ADD 1 TO WS-CLEARANCES-REVERSED.                             zbnkacrl
067941     GO TO JOURNAL-ACCRUAL-CLEARANCES-LOOP.                       zbnkacrl
067942 JOURNAL-ACCRUAL-CLEARANCES-END.                                  zbnkacrl
067943     PERFORM ACRX-CLOSE.                                          zbnkacrl
067944     PERFORM WRITE-TYPE-CLEARANCE                                 zbnkacrl
067945         VARYING WS-CLT-SUB FROM 1 BY 1                           zbnkacrl
067946           UNTIL WS-CLT-SUB IS GREATER THAN WS-CLT-COUNT.         zbnkacrl
067947 JOURNAL-ACCRUAL-CLEARANCES-EXIT.                                 zbnkacrl
067948     EXIT.                                                        zbnkacrl
067949                                                                  zbnkacrl
067950 ADD-TO-TYPE-CLEARANCE.                                           zbnkacrl
067951     PERFORM FIND-TYPE-STEP                                       zbnkacrl
067952         VARYING WS-CLT-SUB FROM 1 BY 1                           zbnkacrl
067953           UNTIL WS-CLT-SUB IS GREATER THAN WS-CLT-COUNT          zbnkacrl
067954              OR WS-CLT-TYPE (WS-CLT-SUB) IS EQUAL TO             zbnkacrl
067955                 AX-REC-TYPE.                                     zbnkacrl
067956     IF WS-CLT-SUB IS GREATER THAN WS-CLT-COUNT                   zbnkacrl
067957        IF WS-CLT-COUNT IS NOT LESS THAN WS-CLT-MAX               zbnkacrl
067958           MOVE 'Clearance type table full' TO WS-CONSOLE-MESSAGE zbnkacrl
067959           PERFORM ABORT-PROGRAM                                  zbnkacrl
067960        END-IF                                                    zbnkacrl
067961        ADD 1 TO WS-CLT-COUNT                                     zbnkacrl
067962        MOVE WS-CLT-COUNT TO WS-CLT-SUB                           zbnkacrl
067963        MOVE AX-REC-TYPE TO WS-CLT-TYPE (WS-CLT-SUB)              zbnkacrl
067964        MOVE ZERO TO WS-CLT-CREDIT (WS-CLT-SUB)                   zbnkacrl
067965        MOVE ZERO TO WS-CLT-DEBIT (WS-CLT-SUB)                    zbnkacrl
067966     END-IF.                                                      zbnkacrl
067967     IF AX-REC-CLEARED IS GREATER THAN ZERO                       zbnkacrl
067968        ADD AX-REC-CLEARED TO WS-CLT-CREDIT (WS-CLT-SUB)          zbnkacrl
067969     ELSE                                                         zbnkacrl
067970        SUBTRACT AX-REC-CLEARED FROM WS-CLT-DEBIT (WS-CLT-SUB)    zbnkacrl
067971     END-IF.                                                      zbnkacrl
067972 ADD-TO-TYPE-CLEARANCE-EXIT.                                      zbnkacrl
067973     EXIT.                                                        zbnkacrl
067974                                                                  zbnkacrl
067975******************************************************************zbnkacrl
067976* WRITE-TYPE-CLEARANCE                                           *zbnkacrl
067977* The accrual journal for the type run backwards: credit         *zbnkacrl
067978* interest debits accrued interest payable and credits interest  *zbnkacrl
067979* expense; debit interest debits interest income and credits     *zbnkacrl
067980* accrued interest receivable. A zero total writes nothing.      *zbnkacrl
067981******************************************************************zbnkacrl
067982 WRITE-TYPE-CLEARANCE.                                            zbnkacrl
067983     IF WS-CLT-CREDIT (WS-CLT-SUB) IS GREATER THAN ZERO           zbnkacrl
067984        MOVE WS-CLT-CREDIT (WS-CLT-SUB) TO WS-ENTRY-AMOUNT        zbnkacrl
067985        MOVE SPACES TO ACRGL-REC                                  zbnkacrl
067986        MOVE WS-PAYABLE-GL-ACCOUNT TO ACG-GL-ACCOUNT              zbnkacrl
067987        MOVE 'DR' TO ACG-DRCR                                     zbnkacrl
067988        MOVE 'AIP' TO ACG-TXN-TYPE                                zbnkacrl
067989        PERFORM ACRGL-PUT-CLEARANCE                               zbnkacrl
067990        MOVE SPACES TO ACRGL-REC                                  zbnkacrl
067991        MOVE WS-EXPENSE-GL-ACCOUNT TO ACG-GL-ACCOUNT              zbnkacrl
067992        MOVE 'CR' TO ACG-DRCR                                     zbnkacrl
067993        MOVE 'INT' TO ACG-TXN-TYPE                                zbnkacrl
067994        PERFORM ACRGL-PUT-CLEARANCE                               zbnkacrl
067995     END-IF.                                                      zbnkacrl
067996     IF WS-CLT-DEBIT (WS-CLT-SUB) IS GREATER THAN ZERO            zbnkacrl
067997        MOVE WS-CLT-DEBIT (WS-CLT-SUB) TO WS-ENTRY-AMOUNT         zbnkacrl
067998        MOVE SPACES TO ACRGL-REC                                  zbnkacrl
067999        MOVE WS-INCOME-GL-ACCOUNT TO ACG-GL-ACCOUNT               zbnkacrl
068000        MOVE 'DR' TO ACG-DRCR                                     zbnkacrl
068001        MOVE 'DBI' TO ACG-TXN-TYPE                                zbnkacrl
068002        PERFORM ACRGL-PUT-CLEARANCE                               zbnkacrl
068003        MOVE SPACES TO ACRGL-REC                                  zbnkacrl
068004        MOVE WS-RECEIVABLE-GL-ACCOUNT TO ACG-GL-ACCOUNT           zbnkacrl
068005        MOVE 'CR' TO ACG-DRCR                                     zbnkacrl
068006        MOVE 'AIR' TO ACG-TXN-TYPE                                zbnkacrl
068007        PERFORM ACRGL-PUT-CLEARANCE                               zbnkacrl
068008     END-IF.                                                      zbnkacrl
068009                                                                  zbnkacrl
068010 ACRGL-PUT-CLEARANCE.                                             zbnkacrl
068011     MOVE WS-ENTRY-AMOUNT TO ACG-AMOUNT.                          zbnkacrl
068012     STRING 'Accrual clr type ' DELIMITED BY SIZE                 zbnkacrl
068013            WS-CLT-TYPE (WS-CLT-SUB) DELIMITED BY SIZE            zbnkacrl
068014       INTO ACG-DESC.                                             zbnkacrl
068015     MOVE WS-TODAY-DATE-N TO ACG-POSTING-DATE.                    zbnkacrl
068016     PERFORM ACRGL-PUT.                                           zbnkacrl
068017     ADD 1 TO WS-JOURNAL-LINES.                                   zbnkacrl
068018                                                                  zbnkacrl
068019******************************************************************zbnkacrl
068020* Open and close the BNKACRX clearance log. No log defined       *zbnkacrl
068021* means nothing has been cleared online to reverse.              *zbnkacrl
068022******************************************************************zbnkacrl
068023 ACRX-OPEN.                                                       zbnkacrl
068024     OPEN I-O ACRX-FILE.                                          zbnkacrl
068025     IF WS-ACRX-STATUS = '00'                                     zbnkacrl
068026        MOVE 'ACRX file opened OK' TO WS-CONSOLE-MESSAGE          zbnkacrl
068027        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacrl
068028        GO TO ACRX-OPEN-EXIT                                      zbnkacrl
068029     END-IF.                                                      zbnkacrl
068030     IF WS-ACRX-STATUS = '35'                                     zbnkacrl
068031        MOVE 'No BNKACRX file - no clearances to reverse'         zbnkacrl
068032          TO WS-CONSOLE-MESSAGE                                   zbnkacrl
068033        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacrl
068034        GO TO ACRX-OPEN-EXIT                                      zbnkacrl
068035     END-IF.                                                      zbnkacrl
068036     MOVE 'ACRX file open failure...' TO WS-CONSOLE-MESSAGE.      zbnkacrl
068037     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkacrl
068038     MOVE WS-ACRX-STATUS TO WS-IO-STATUS.                         zbnkacrl
068039     PERFORM DISPLAY-IO-STATUS.                                   zbnkacrl
068040     PERFORM ABORT-PROGRAM.                                       zbnkacrl
068041 ACRX-OPEN-EXIT.                                                  zbnkacrl
068042     EXIT.                                                        zbnkacrl
068043                                                                  zbnkacrl
068044 ACRX-CLOSE.                                                      zbnkacrl
068045     CLOSE ACRX-FILE.                                             zbnkacrl
068046     IF WS-ACRX-STATUS = '00'                                     zbnkacrl
068047        MOVE 'ACRX file closed OK' TO WS-CONSOLE-MESSAGE          zbnkacrl
068048        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacrl
068049     ELSE                                                         zbnkacrl
068050        MOVE 'ACRX file close failure...'                         zbnkacrl
068051          TO WS-CONSOLE-MESSAGE                                   zbnkacrl
068052        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacrl
068053        MOVE WS-ACRX-STATUS TO WS-IO-STATUS                       zbnkacrl
068054        PERFORM DISPLAY-IO-STATUS                                 zbnkacrl
068055        PERFORM ABORT-PROGRAM                                     zbnkacrl
068056     END-IF.                                                      zbnkacrl
068057                                                                  zbnkacrl
068058******************************************************************zbnkacrl
068100* Open the job-summary file. A fresh summary is produced every   *zbnkacrl
068200* run, so no EXTEND handling is needed here.                     *zbnkacrl
068300******************************************************************zbnkacrl
071700        PERFORM ABORT-PROGRAM                                     zbnkacrl
071800     END-IF.                                                      zbnkacrl
071900                                                                  zbnkacrl
071902******************************************************************zbnkacrl
071904* Pick up the account range from the exec parm. A bad RANGE      *zbnkacrl
071906* parm stops the job before it touches run control or any        *zbnkacrl
071908* file.                                                          *zbnkacrl
071910******************************************************************zbnkacrl
071912 GET-ACCOUNT-RANGE.                                               zbnkacrl
071914     MOVE ZERO TO ACR-PARM-LENGTH.                                zbnkacrl
071916     MOVE SPACES TO ACR-PARM-TEXT.                                zbnkacrl
071918     IF LK-EXEC-PARM-LL IS GREATER THAN ZERO                      zbnkacrl
071920        MOVE LK-EXEC-PARM-LL TO ACR-PARM-LENGTH                   zbnkacrl
071922        MOVE LK-EXEC-PARM-DATA TO ACR-PARM-TEXT                   zbnkacrl
071924     END-IF.                                                      zbnkacrl
071926     CALL 'UACCRNG' USING WS-ACCT-RANGE.                          zbnkacrl
071928     IF ACR-PARM-INVALID                                          zbnkacrl
071930        MOVE ACR-REPLY-TEXT TO WS-CONSOLE-MESSAGE                 zbnkacrl
071932        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacrl
071934        MOVE 'Exec parm rejected - job not run'                   zbnkacrl
071936          TO WS-CONSOLE-MESSAGE                                   zbnkacrl
071938        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacrl
071940        MOVE 8 TO RETURN-CODE                                     zbnkacrl
071942        GOBACK                                                    zbnkacrl
071944     END-IF.                                                      zbnkacrl
071946     IF ACR-SLICED                                                zbnkacrl
071948        MOVE SPACES TO WS-CONSOLE-MESSAGE                         zbnkacrl
071950        STRING 'Accounts ' DELIMITED BY SIZE                      zbnkacrl
071952               ACR-FROM-ACCNO DELIMITED BY SIZE                   zbnkacrl
071954               ' to ' DELIMITED BY SIZE                           zbnkacrl
071956               ACR-TO-ACCNO DELIMITED BY SIZE                     zbnkacrl
071958               ', slice ' DELIMITED BY SIZE                       zbnkacrl
071960               ACR-SLICE DELIMITED BY SIZE                        zbnkacrl
071962               ' of ' DELIMITED BY SIZE                           zbnkacrl
071964               ACR-SLICES DELIMITED BY SIZE                       zbnkacrl
071966          INTO WS-CONSOLE-MESSAGE                                 zbnkacrl
071968        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacrl
071970     END-IF.                                                      zbnkacrl
071972 GET-ACCOUNT-RANGE-EXIT.                                          zbnkacrl
071974     EXIT.                                                        zbnkacrl
071976                                                                  zbnkacrl
072000******************************************************************zbnkacrl
072100* Run-control hooks. The START call blocks this job when it has  *zbnkacrl
072200* already completed for the business date or a prerequisite has  *zbnkacrl
072800     MOVE 'ZBNKACRL' TO RUNCTL-JOB.                               zbnkacrl
072900     MOVE ZERO TO RUNCTL-BUSDATE.                                 zbnkacrl
073000     MOVE ZERO TO RUNCTL-RETURN-CODE.                             zbnkacrl
073010     MOVE ACR-SLICE TO RUNCTL-SLICE.                              zbnkacrl
073020     MOVE ACR-SLICES TO RUNCTL-SLICES.                            zbnkacrl
073100     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkacrl
073200     IF RUNCTL-BLOCKED                                            zbnkacrl
073300        MOVE RUNCTL-REPLY-TEXT TO WS-CONSOLE-MESSAGE              zbnkacrl
