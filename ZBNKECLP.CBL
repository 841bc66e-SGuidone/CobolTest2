000100******************************************************************zbnkeclp
000200*                                                               * zbnkeclp
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * zbnkeclp
000400*   This demonstration program is provided for use by users     * zbnkeclp
000500*   of Micro Focus products and may be used, modified and       * zbnkeclp
000600*   distributed as part of your application provided that       * zbnkeclp
000700*   you properly acknowledge the copyright of Micro Focus       * zbnkeclp
000800*   in this material.                                           * zbnkeclp
000900*                                                               * zbnkeclp
001000******************************************************************zbnkeclp
001100                                                                  zbnkeclp
001200******************************************************************zbnkeclp
001300* ZBNKECLP.CBL                                                   *zbnkeclp
001400* Function:    Month-end expected-credit-loss provisioning. Each *zbnkeclp
001500*              loan on the BNKLNMA master still owing money is   *zbnkeclp
001600*              provisioned at the BNKPVRT percentage for the     *zbnkeclp
001700*              arrears bucket ZBNKDELQ holds for it on BNKDELQ   *zbnkeclp
001800*              (bucket 000 when it is up to date). A secured     *zbnkeclp
001900*              loan also carries the collateral shortfall - the  *zbnkeclp
002000*              outstanding balance above the acceptable          *zbnkeclp
002100*              loan-to-value share of its active BNKCOLL         *zbnkeclp
002200*              collateral, the same test ZBNKLTVR applies - and  *zbnkeclp
002300*              no loan is provisioned above its outstanding.     *zbnkeclp
002400*              The provision held per loan is kept on BNKLNPV;   *zbnkeclp
002500*              the month's movement is posted to the ledger on   *zbnkeclp
002600*              the ECLGL file, in the interface format ZBNKGLEX  *zbnkeclp
002700*              writes - a debit to the impairment charge mapped  *zbnkeclp
002800*              for the ECL posting type on BNKGLMAP and a credit *zbnkeclp
002900*              to the loan-loss allowance account, reversed for  *zbnkeclp
003000*              a release. The per-loan provisioning listing      *zbnkeclp
003100*              shows bucket, exposure, rate and provision held.  *zbnkeclp
003200******************************************************************zbnkeclp
003300 IDENTIFICATION DIVISION.                                         zbnkeclp
003400 PROGRAM-ID.                                                      zbnkeclp
003500     ZBNKECLP.                                                    zbnkeclp
003600 DATE-WRITTEN.                                                    zbnkeclp
003700     October 2026.                                                zbnkeclp
003800 DATE-COMPILED.                                                   zbnkeclp
003900     Today.                                                       zbnkeclp
004000                                                                  zbnkeclp
004100 ENVIRONMENT DIVISION.                                            zbnkeclp
004200 INPUT-OUTPUT   SECTION.                                          zbnkeclp
004300   FILE-CONTROL.                                                  zbnkeclp
004400     SELECT LOANM-FILE                                            zbnkeclp
004500            ASSIGN       TO BNKLNMA                               zbnkeclp
004600            ORGANIZATION IS INDEXED                               zbnkeclp
004700            ACCESS MODE  IS SEQUENTIAL                            zbnkeclp
004800            RECORD KEY   IS LM-REC-KEY                            zbnkeclp
004900            FILE STATUS  IS WS-LOANM-STATUS.                      zbnkeclp
005000     SELECT DELQ-FILE                                             zbnkeclp
005100            ASSIGN       TO BNKDELQ                               zbnkeclp
005200            ORGANIZATION IS INDEXED                               zbnkeclp
005300            ACCESS MODE  IS RANDOM                                zbnkeclp
005400            RECORD KEY   IS DQ-REC-KEY                            zbnkeclp
005500            FILE STATUS  IS WS-DELQ-STATUS.                       zbnkeclp
005600     SELECT PVRT-FILE                                             zbnkeclp
005700            ASSIGN       TO BNKPVRT                               zbnkeclp
005800            ORGANIZATION IS INDEXED                               zbnkeclp
005900            ACCESS MODE  IS SEQUENTIAL                            zbnkeclp
006000            RECORD KEY   IS PR-REC-BUCKET                         zbnkeclp
006100            FILE STATUS  IS WS-PVRT-STATUS.                       zbnkeclp
006200     SELECT COLL-FILE                                             zbnkeclp
006300            ASSIGN       TO BNKCOLL                               zbnkeclp
006400            ORGANIZATION IS INDEXED                               zbnkeclp
006500            ACCESS MODE  IS DYNAMIC                               zbnkeclp
006600            RECORD KEY   IS CL-REC-KEY                            zbnkeclp
006700            FILE STATUS  IS WS-COLL-STATUS.                       zbnkeclp
006800     SELECT LNPV-FILE                                             zbnkeclp
006900            ASSIGN       TO BNKLNPV                               zbnkeclp
007000            ORGANIZATION IS INDEXED                               zbnkeclp
007100            ACCESS MODE  IS RANDOM                                zbnkeclp
007200            RECORD KEY   IS PV-REC-KEY                            zbnkeclp
007300            FILE STATUS  IS WS-LNPV-STATUS.                       zbnkeclp
007400     SELECT GLMAP-FILE                                            zbnkeclp
007500            ASSIGN       TO BNKGLMAP                              zbnkeclp
007600            ORGANIZATION IS INDEXED                               zbnkeclp
007700            ACCESS MODE  IS RANDOM                                zbnkeclp
007800            RECORD KEY   IS GL-REC-TXN-TYPE                       zbnkeclp
007900            FILE STATUS  IS WS-GLMAP-STATUS.                      zbnkeclp
008000     SELECT ECLGL-FILE                                            zbnkeclp
008100            ASSIGN       TO ECLGL                                 zbnkeclp
008200            ORGANIZATION IS SEQUENTIAL                            zbnkeclp
008300            ACCESS MODE  IS SEQUENTIAL                            zbnkeclp
008400            FILE STATUS  IS WS-ECLGL-STATUS.                      zbnkeclp
008500     SELECT PRINTOUT-FILE                                         zbnkeclp
008600            ASSIGN       TO PRINTOUT                              zbnkeclp
008700            ORGANIZATION IS SEQUENTIAL                            zbnkeclp
008800            ACCESS MODE  IS SEQUENTIAL                            zbnkeclp
008900            FILE STATUS  IS WS-PRINTOUT-STATUS.                   zbnkeclp
009000     SELECT JOBSUM-FILE                                           zbnkeclp
009100            ASSIGN       TO JOBSUM                                zbnkeclp
009200            ORGANIZATION IS SEQUENTIAL                            zbnkeclp
009300            ACCESS MODE  IS SEQUENTIAL                            zbnkeclp
009400            FILE STATUS  IS WS-JOBSUM-STATUS.                     zbnkeclp
009500                                                                  zbnkeclp
009600 DATA DIVISION.                                                   zbnkeclp
009700 FILE SECTION.                                                    zbnkeclp
009800                                                                  zbnkeclp
009900 FD  LOANM-FILE.                                                  zbnkeclp
010000 01  LOANM-FILE-REC.                                              zbnkeclp
010100 COPY CBANKVLM.                                                   zbnkeclp
010200                                                                  zbnkeclp
010300 FD  DELQ-FILE.                                                   zbnkeclp
010400 01  DELQ-FILE-REC.                                               zbnkeclp
010500 COPY CBANKVDQ.                                                   zbnkeclp
010600                                                                  zbnkeclp
010700 FD  PVRT-FILE.                                                   zbnkeclp
010800 01  PVRT-FILE-REC.                                               zbnkeclp
010900 COPY CBANKVPR.                                                   zbnkeclp
011000                                                                  zbnkeclp
011100 FD  COLL-FILE.                                                   zbnkeclp
011200 01  COLL-FILE-REC.                                               zbnkeclp
011300 COPY CBANKVCL.                                                   zbnkeclp
011400                                                                  zbnkeclp
011500 FD  LNPV-FILE.                                                   zbnkeclp
011600 01  LNPV-FILE-REC.                                               zbnkeclp
011700 COPY CBANKVLV.                                                   zbnkeclp
011800                                                                  zbnkeclp
011900 FD  GLMAP-FILE.                                                  zbnkeclp
012000 01  GLMAP-FILE-REC.                                              zbnkeclp
012100 COPY CBANKVGL.                                                   zbnkeclp
012200                                                                  zbnkeclp
012300******************************************************************zbnkeclp
012400* The provisioning journal interface record - same layout as the *zbnkeclp
012500* GLIF file ZBNKGLEX produces, so ZBNKGLPO takes it through the  *zbnkeclp
012600* same posting step.                                             *zbnkeclp
012700******************************************************************zbnkeclp
012800 FD  ECLGL-FILE.                                                  zbnkeclp
012900 01  ECLGL-REC.                                                   zbnkeclp
013000   05  ECG-GL-ACCOUNT                      PIC X(8).              zbnkeclp
013100   05  ECG-DRCR                            PIC X(2).              zbnkeclp
013200   05  ECG-AMOUNT                          PIC 9(9)V99.           zbnkeclp
013300   05  ECG-TXN-TYPE                        PIC X(3).              zbnkeclp
013400   05  ECG-DESC                            PIC X(20).             zbnkeclp
013500   05  ECG-POSTING-DATE                    PIC 9(8).              zbnkeclp
013600   05  FILLER                              PIC X(28).             zbnkeclp
013700                                                                  zbnkeclp
013800 FD  PRINTOUT-FILE.                                               zbnkeclp
013900 01  PRINTOUT-REC                          PIC X(121).            zbnkeclp
014000                                                                  zbnkeclp
014100 FD  JOBSUM-FILE.                                                 zbnkeclp
014200 01  JOBSUM-REC                            PIC X(80).             zbnkeclp
014300                                                                  zbnkeclp
014400 WORKING-STORAGE SECTION.                                         zbnkeclp
014500 01  WS-RUN-CONTROL.                                              zbnkeclp
014600 COPY CRUNCTLD.                                                   zbnkeclp
014700 01  WS-FILE-STATUSES.                                            zbnkeclp
014800   05  WS-LOANM-STATUS.                                           zbnkeclp
014900     10  WS-LOANM-STAT1                PIC X(1).                  zbnkeclp
015000     10  WS-LOANM-STAT2                PIC X(1).                  zbnkeclp
015100   05  WS-DELQ-STATUS.                                            zbnkeclp
015200     10  WS-DELQ-STAT1                 PIC X(1).                  zbnkeclp
015300     10  WS-DELQ-STAT2                 PIC X(1).                  zbnkeclp
015400   05  WS-PVRT-STATUS.                                            zbnkeclp
015500     10  WS-PVRT-STAT1                 PIC X(1).                  zbnkeclp
015600     10  WS-PVRT-STAT2                 PIC X(1).                  zbnkeclp
015700   05  WS-COLL-STATUS.                                            zbnkeclp
015800     10  WS-COLL-STAT1                 PIC X(1).                  zbnkeclp
015900     10  WS-COLL-STAT2                 PIC X(1).                  zbnkeclp
016000   05  WS-LNPV-STATUS.                                            zbnkeclp
016100     10  WS-LNPV-STAT1                 PIC X(1).                  zbnkeclp
016200     10  WS-LNPV-STAT2                 PIC X(1).                  zbnkeclp
016300   05  WS-GLMAP-STATUS.                                           zbnkeclp
016400     10  WS-GLMAP-STAT1                PIC X(1).                  zbnkeclp
016500     10  WS-GLMAP-STAT2                PIC X(1).                  zbnkeclp
016600   05  WS-ECLGL-STATUS.                                           zbnkeclp
016700     10  WS-ECLGL-STAT1                PIC X(1).                  zbnkeclp
016800     10  WS-ECLGL-STAT2                PIC X(1).                  zbnkeclp
016900   05  WS-PRINTOUT-STATUS.                                        zbnkeclp
017000     10  WS-PRINTOUT-STAT1             PIC X(1).                  zbnkeclp
017100     10  WS-PRINTOUT-STAT2             PIC X(1).                  zbnkeclp
017200   05  WS-JOBSUM-STATUS.                                          zbnkeclp
017300     10  WS-JOBSUM-STAT1               PIC X(1).                  zbnkeclp
017400     10  WS-JOBSUM-STAT2               PIC X(1).                  zbnkeclp
017500   05  WS-IO-STATUS.                                              zbnkeclp
017600     10  WS-IO-STAT1                   PIC X(1).                  zbnkeclp
017700     10  WS-IO-STAT2                   PIC X(1).                  zbnkeclp
017800                                                                  zbnkeclp
017900   05  WS-TWO-BYTES.                                              zbnkeclp
018000     10  WS-TWO-BYTES-LEFT             PIC X(1).                  zbnkeclp
018100     10  WS-TWO-BYTES-RIGHT            PIC X(1).                  zbnkeclp
018200   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 zbnkeclp
018300                                      PIC 9(1) COMP.              zbnkeclp
018400                                                                  zbnkeclp
018500 01  WS-CONSOLE-MESSAGE                    PIC X(48).             zbnkeclp
018600                                                                  zbnkeclp
018700 01  WS-DATE-WORK-AREA.                                           zbnkeclp
018800 COPY CDATED.                                                     zbnkeclp
018900                                                                  zbnkeclp
019000 01  WS-TODAY-DATE-N                       PIC 9(8).              zbnkeclp
019100 01  WS-TODAY-DATE-PARTS REDEFINES WS-TODAY-DATE-N.               zbnkeclp
019200     05  WS-TODAY-CCYY                     PIC 9(4).              zbnkeclp
019300     05  WS-TODAY-MM                       PIC 9(2).              zbnkeclp
019400     05  WS-TODAY-DD                       PIC 9(2).              zbnkeclp
019500 01  WS-RUN-DATE-DISPLAY                   PIC X(11).             zbnkeclp
019600                                                                  zbnkeclp
019700******************************************************************zbnkeclp
019800* The loan-loss allowance is the contra-asset the provision is   *zbnkeclp
019900* held on, against the loans control account ZBNKLNCO credits    *zbnkeclp
020000* at charge-off. The impairment charge is the account mapped     *zbnkeclp
020100* for the ECL type; an unmapped type goes to suspense, the same  *zbnkeclp
020200* convention ZBNKGLEX and ZBNKLNCO use.                          *zbnkeclp
020300******************************************************************zbnkeclp
020400 01  WS-ALLOWANCE-GL-ACCOUNT               PIC X(8)               zbnkeclp
020500     VALUE '12090000'.                                            zbnkeclp
020600 01  WS-SUSPENSE-GL-ACCOUNT                PIC X(8)               zbnkeclp
020700     VALUE '99999999'.                                            zbnkeclp
020800 01  WS-PROVISION-TYPE                     PIC X(3) VALUE 'ECL'.  zbnkeclp
020900 01  WS-CHARGE-GL-ACCOUNT                  PIC X(8).              zbnkeclp
021000 01  WS-CHARGE-GL-DESC                     PIC X(20).             zbnkeclp
021100                                                                  zbnkeclp
021200******************************************************************zbnkeclp
021300* The acceptable loan-to-value percentage - the share of the     *zbnkeclp
021400* collateral value a loan may be lent against, as ZBNKLTVR.      *zbnkeclp
021500******************************************************************zbnkeclp
021600 01  WS-MAX-LTV-PCT                        PIC 9(3) VALUE 80.     zbnkeclp
021700                                                                  zbnkeclp
021800******************************************************************zbnkeclp
021900* The BNKPVRT rates, loaded once at the start of the run. Each   *zbnkeclp
022000* entry also totals the loans provisioned in that bucket for     *zbnkeclp
022100* the summary at the foot of the listing.                        *zbnkeclp
022200******************************************************************zbnkeclp
022300 01  WS-RATE-TABLE.                                               zbnkeclp
022400   05  WS-RATE-COUNT                       PIC 9(2) VALUE ZERO.   zbnkeclp
022500   05  WS-RATE-ENTRY OCCURS 10 TIMES                              zbnkeclp
022600       INDEXED BY RATE-IDX.                                       zbnkeclp
022700     10  WS-RATE-BUCKET                    PIC 9(3).              zbnkeclp
022800     10  WS-RATE-PCT                       PIC 9(3)V99.           zbnkeclp
022900     10  WS-RATE-LOANS                     PIC 9(5).              zbnkeclp
023000     10  WS-RATE-EXPOSURE                  PIC S9(11)V99 COMP-3.  zbnkeclp
023100     10  WS-RATE-PROVISION                 PIC S9(11)V99 COMP-3.  zbnkeclp
023200 01  WS-END-OF-PVRT                        PIC X(3) VALUE 'NO '.  zbnkeclp
023300                                                                  zbnkeclp
023400******************************************************************zbnkeclp
023500* One loan's provisioning figures.                               *zbnkeclp
023600******************************************************************zbnkeclp
023700 01  WS-LOAN-BUCKET                        PIC 9(3).              zbnkeclp
023800 01  WS-LOAN-RATE                          PIC 9(3)V99.           zbnkeclp
023900 01  WS-LOAN-EXPOSURE                      PIC S9(7)V99 COMP-3.   zbnkeclp
024000 01  WS-COLL-TOTAL                         PIC S9(9)V99 COMP-3.   zbnkeclp
024100 01  WS-COLL-LENDABLE                      PIC S9(9)V99 COMP-3.   zbnkeclp
024200 01  WS-LOAN-SHORTFALL                     PIC S9(7)V99 COMP-3.   zbnkeclp
024300 01  WS-LOAN-PROVISION                     PIC S9(7)V99 COMP-3.   zbnkeclp
024400 01  WS-PRIOR-PROVISION                    PIC S9(7)V99 COMP-3.   zbnkeclp
024500 01  WS-LOAN-MOVEMENT                      PIC S9(7)V99 COMP-3.   zbnkeclp
024600 01  WS-LNPV-FOUND                         PIC X(1).              zbnkeclp
024700 01  WS-RATE-FOUND                         PIC X(1).              zbnkeclp
024800 01  WS-END-OF-COLL                        PIC X(3).              zbnkeclp
024900                                                                  zbnkeclp
025000******************************************************************zbnkeclp
025100* Report detail line - one line per loan provisioned.            *zbnkeclp
025200******************************************************************zbnkeclp
025300 01  WS-DETAIL-LINE.                                              zbnkeclp
025400     05  WS-DET-CONTACT-ID                 PIC X(5).              zbnkeclp
025500     05  FILLER                            PIC X(2) VALUE SPACES. zbnkeclp
025600     05  WS-DET-TASKN                      PIC 9(7).              zbnkeclp
025700     05  FILLER                            PIC X(2) VALUE SPACES. zbnkeclp
025800     05  WS-DET-BUCKET                     PIC 9(3).              zbnkeclp
025900     05  FILLER                            PIC X(1) VALUE SPACES. zbnkeclp
026000     05  WS-DET-EXPOSURE                   PIC Z,ZZZ,ZZ9.99-.     zbnkeclp
026100     05  FILLER                            PIC X(2) VALUE SPACES. zbnkeclp
026200     05  WS-DET-RATE                       PIC ZZ9.99.            zbnkeclp
026300     05  FILLER                            PIC X(1) VALUE SPACES. zbnkeclp
026400     05  WS-DET-COLLATERAL                 PIC ZZZ,ZZZ,ZZ9.99-.   zbnkeclp
026500     05  WS-DET-SHORTFALL                  PIC Z,ZZZ,ZZ9.99-.     zbnkeclp
026600     05  WS-DET-PROVISION                  PIC Z,ZZZ,ZZ9.99-.     zbnkeclp
026700     05  WS-DET-MOVEMENT                   PIC Z,ZZZ,ZZ9.99-.     zbnkeclp
026800     05  FILLER                            PIC X(2) VALUE SPACES. zbnkeclp
026900     05  WS-DET-NOTE                       PIC X(20).             zbnkeclp
027000                                                                  zbnkeclp
027100 01  WS-REPORT-LINE                        PIC X(121).            zbnkeclp
027200 01  WS-AMT-D                              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.zbnkeclp
027300 01  WS-AMT-D-2                            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.zbnkeclp
027400 01  WS-RATE-D                             PIC ZZ9.99.            zbnkeclp
027500 01  WS-BUCKET-D                           PIC 9(3).              zbnkeclp
027600 01  WS-ENTRY-AMOUNT                       PIC S9(11)V99 COMP-3.  zbnkeclp
027700                                                                  zbnkeclp
027800******************************************************************zbnkeclp
027900* Run counters and totals, reported on the listing and the job   *zbnkeclp
028000* summary at the end of the run.                                 *zbnkeclp
028100******************************************************************zbnkeclp
028200 01  WS-LOANS-READ                         PIC 9(5) VALUE ZERO.   zbnkeclp
028300 01  WS-LOANS-PROVISIONED                  PIC 9(5) VALUE ZERO.   zbnkeclp
028400 01  WS-LOANS-RELEASED                     PIC 9(5) VALUE ZERO.   zbnkeclp
028500 01  WS-LOANS-UNRATED                      PIC 9(5) VALUE ZERO.   zbnkeclp
028600 01  WS-GL-LINES-WRITTEN                   PIC 9(5) VALUE ZERO.   zbnkeclp
028700 01  WS-TOTAL-EXPOSURE                     PIC S9(11)V99 COMP-3   zbnkeclp
028800     VALUE ZERO.                                                  zbnkeclp
028900 01  WS-TOTAL-SHORTFALL                    PIC S9(11)V99 COMP-3   zbnkeclp
029000     VALUE ZERO.                                                  zbnkeclp
029100 01  WS-TOTAL-PROVISION                    PIC S9(11)V99 COMP-3   zbnkeclp
029200     VALUE ZERO.                                                  zbnkeclp
029300 01  WS-TOTAL-PRIOR                        PIC S9(11)V99 COMP-3   zbnkeclp
029400     VALUE ZERO.                                                  zbnkeclp
029500 01  WS-TOTAL-MOVEMENT                     PIC S9(11)V99 COMP-3   zbnkeclp
029600     VALUE ZERO.                                                  zbnkeclp
029700                                                                  zbnkeclp
029800 01  WS-END-OF-LOANM                       PIC X(3) VALUE 'NO '.  zbnkeclp
029900                                                                  zbnkeclp
030000 PROCEDURE DIVISION.                                              zbnkeclp
030100                                                                  zbnkeclp
030200     PERFORM RUN-CONTROL-START                                    zbnkeclp
030300         THRU RUN-CONTROL-START-EXIT.                             zbnkeclp
030400     PERFORM GET-RUN-DATE.                                        zbnkeclp
030500                                                                  zbnkeclp
030600     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           zbnkeclp
030700     STRING 'ECL provisioning run for ' DELIMITED BY SIZE         zbnkeclp
030800            WS-RUN-DATE-DISPLAY DELIMITED BY SIZE                 zbnkeclp
030900       INTO WS-CONSOLE-MESSAGE.                                   zbnkeclp
031000     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkeclp
031100                                                                  zbnkeclp
031200     PERFORM LOANM-OPEN.                                          zbnkeclp
031300     PERFORM DELQ-OPEN.                                           zbnkeclp
031400     PERFORM PVRT-OPEN.                                           zbnkeclp
031500     PERFORM COLL-OPEN.                                           zbnkeclp
031600     PERFORM LNPV-OPEN.                                           zbnkeclp
031700     PERFORM GLMAP-OPEN.                                          zbnkeclp
031800     PERFORM ECLGL-OPEN.                                          zbnkeclp
031900     PERFORM PRINTOUT-OPEN.                                       zbnkeclp
032000                                                                  zbnkeclp
032100     PERFORM PVRT-GET.                                            zbnkeclp
032200     PERFORM LOAD-ONE-RATE                                        zbnkeclp
032300         UNTIL WS-END-OF-PVRT = 'YES'.                            zbnkeclp
032400     PERFORM LOOKUP-CHARGE-ACCOUNT.                               zbnkeclp
032500     PERFORM WRITE-REPORT-HEADING.                                zbnkeclp
032600                                                                  zbnkeclp
032700     PERFORM LOANM-GET.                                           zbnkeclp
032800     PERFORM PROVISION-ONE-LOAN                                   zbnkeclp
032900         THRU PROVISION-ONE-LOAN-EXIT                             zbnkeclp
033000             UNTIL WS-END-OF-LOANM = 'YES'.                       zbnkeclp
033100                                                                  zbnkeclp
033200     PERFORM POST-MOVEMENT-TO-LEDGER                              zbnkeclp
033250         THRU POST-MOVEMENT-TO-LEDGER-EXIT.                       zbnkeclp
033300     PERFORM WRITE-REPORT-TOTALS.                                 zbnkeclp
033400                                                                  zbnkeclp
033500     PERFORM LOANM-CLOSE.                                         zbnkeclp
033600     PERFORM DELQ-CLOSE.                                          zbnkeclp
033700     PERFORM PVRT-CLOSE.                                          zbnkeclp
033800     PERFORM COLL-CLOSE.                                          zbnkeclp
033900     PERFORM LNPV-CLOSE.                                          zbnkeclp
034000     PERFORM GLMAP-CLOSE.                                         zbnkeclp
034100     PERFORM ECLGL-CLOSE.                                         zbnkeclp
034200     PERFORM PRINTOUT-CLOSE.                                      zbnkeclp
034300                                                                  zbnkeclp
034400     PERFORM PRINT-JOB-SUMMARY.                                   zbnkeclp
034500                                                                  zbnkeclp
034600     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     zbnkeclp
034700     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkeclp
034800     IF WS-LOANS-UNRATED IS GREATER THAN ZERO                     zbnkeclp
034900        MOVE 4 TO RETURN-CODE                                     zbnkeclp
035000     ELSE                                                         zbnkeclp
035100        MOVE 0 TO RETURN-CODE                                     zbnkeclp
035200     END-IF.                                                      zbnkeclp
035300     PERFORM RUN-CONTROL-END.                                     zbnkeclp
035400     GOBACK.                                                      zbnkeclp
035500                                                                  zbnkeclp
035600******************************************************************zbnkeclp
035700* GET-RUN-DATE                                                   *zbnkeclp
035800* Obtains today's date, in both numeric and display form.        *zbnkeclp
035900******************************************************************zbnkeclp
036000 GET-RUN-DATE.                                                    zbnkeclp
036100     ACCEPT WS-TODAY-DATE-N FROM DATE YYYYMMDD.                   zbnkeclp
036200     MOVE SPACES TO DD-INPUT-TYPE.                                zbnkeclp
036300     SET DDI-ISO TO TRUE.                                         zbnkeclp
036400     MOVE SPACES TO DDI-DATA.                                     zbnkeclp
036500     STRING WS-TODAY-CCYY DELIMITED BY SIZE                       zbnkeclp
036600            '-'           DELIMITED BY SIZE                       zbnkeclp
036700            WS-TODAY-MM   DELIMITED BY SIZE                       zbnkeclp
036800            '-'           DELIMITED BY SIZE                       zbnkeclp
036900            WS-TODAY-DD   DELIMITED BY SIZE                       zbnkeclp
037000       INTO DDI-DATA.                                             zbnkeclp
037100     MOVE SPACES TO DD-OUTPUT-TYPE.                               zbnkeclp
037200     SET DDO-DD-MMM-YYYY TO TRUE.                                 zbnkeclp
037300     SET DD-ENV-NULL TO TRUE.                                     zbnkeclp
037400     CALL 'UDATECNV' USING WS-DATE-WORK-AREA.                     zbnkeclp
037500     MOVE DDO-DATA TO WS-RUN-DATE-DISPLAY.                        zbnkeclp
037600 GET-RUN-DATE-EXIT.                                               zbnkeclp
037700     EXIT.                                                        zbnkeclp
037800                                                                  zbnkeclp
037900 LOAD-ONE-RATE.                                                   zbnkeclp
038000     IF WS-RATE-COUNT IS LESS THAN 10                             zbnkeclp
038100        ADD 1 TO WS-RATE-COUNT                                    zbnkeclp
038200        SET RATE-IDX TO WS-RATE-COUNT                             zbnkeclp
038300        MOVE PR-REC-BUCKET TO WS-RATE-BUCKET (RATE-IDX)           zbnkeclp
038400        MOVE PR-REC-RATE TO WS-RATE-PCT (RATE-IDX)                zbnkeclp
038500        MOVE ZERO TO WS-RATE-LOANS (RATE-IDX)                     zbnkeclp
038600        MOVE ZERO TO WS-RATE-EXPOSURE (RATE-IDX)                  zbnkeclp
038700        MOVE ZERO TO WS-RATE-PROVISION (RATE-IDX)                 zbnkeclp
038800     ELSE                                                         zbnkeclp
038900        MOVE 'More BNKPVRT buckets than expected'                 zbnkeclp
039000          TO WS-CONSOLE-MESSAGE                                   zbnkeclp
039100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkeclp
039200     END-IF.                                                      zbnkeclp
039300     PERFORM PVRT-GET.                                            zbnkeclp
039400                                                                  zbnkeclp
039500******************************************************************zbnkeclp
039600* LOOKUP-CHARGE-ACCOUNT                                          *zbnkeclp
039700* One keyed read resolves the impairment charge account for the  *zbnkeclp
039800* ECL type; a missing mapping routes the charge to suspense so   *zbnkeclp
039900* the run never loses an entry.                                  *zbnkeclp
040000******************************************************************zbnkeclp
040100 LOOKUP-CHARGE-ACCOUNT.                                           zbnkeclp
040200     MOVE WS-PROVISION-TYPE TO GL-REC-TXN-TYPE.                   zbnkeclp
040300     READ GLMAP-FILE.                                             zbnkeclp
040400     IF WS-GLMAP-STATUS = '00'                                    zbnkeclp
040500        MOVE GL-REC-GL-ACCOUNT TO WS-CHARGE-GL-ACCOUNT            zbnkeclp
040600        MOVE GL-REC-DESC TO WS-CHARGE-GL-DESC                     zbnkeclp
040700     ELSE                                                         zbnkeclp
040800        MOVE WS-SUSPENSE-GL-ACCOUNT TO WS-CHARGE-GL-ACCOUNT       zbnkeclp
040900        MOVE 'Unmapped provision' TO WS-CHARGE-GL-DESC            zbnkeclp
041000        MOVE 'ECL type unmapped - using suspense'                 zbnkeclp
041100          TO WS-CONSOLE-MESSAGE                                   zbnkeclp
041200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkeclp
041300     END-IF.                                                      zbnkeclp
041400 LOOKUP-CHARGE-ACCOUNT-EXIT.                                      zbnkeclp
041500     EXIT.                                                        zbnkeclp
041600                                                                  zbnkeclp
041700******************************************************************zbnkeclp
041800* PROVISION-ONE-LOAN                                             *zbnkeclp
041900* A loan still owing is provisioned at its bucket's rate plus    *zbnkeclp
042000* any collateral shortfall, capped at the outstanding balance.   *zbnkeclp
042100* A loan that has been paid off or charged off releases what     *zbnkeclp
042200* it held. The provision held is rewritten on BNKLNPV and the    *zbnkeclp
042300* movement accumulated for the ledger.                           *zbnkeclp
042400******************************************************************zbnkeclp
042500 PROVISION-ONE-LOAN.                                              zbnkeclp
042600     ADD 1 TO WS-LOANS-READ.                                      zbnkeclp
042700     MOVE LM-REC-KEY TO PV-REC-KEY.                               zbnkeclp
042800     READ LNPV-FILE.                                              zbnkeclp
042900     IF WS-LNPV-STATUS = '00'                                     zbnkeclp
043000        MOVE 'Y' TO WS-LNPV-FOUND                                 zbnkeclp
043100        MOVE PV-REC-PROVISION TO WS-PRIOR-PROVISION               zbnkeclp
043200     ELSE                                                         zbnkeclp
043300        MOVE 'N' TO WS-LNPV-FOUND                                 zbnkeclp
043400        MOVE ZERO TO WS-PRIOR-PROVISION                           zbnkeclp
043500     END-IF.                                                      zbnkeclp
043600     MOVE ZERO TO WS-LOAN-BUCKET.                                 zbnkeclp
043700     MOVE ZERO TO WS-LOAN-RATE.                                   zbnkeclp
043800     MOVE ZERO TO WS-LOAN-EXPOSURE.                               zbnkeclp
043900     MOVE ZERO TO WS-COLL-TOTAL.                                  zbnkeclp
044000     MOVE ZERO TO WS-LOAN-SHORTFALL.                              zbnkeclp
044100     MOVE ZERO TO WS-LOAN-PROVISION.                              zbnkeclp
044200     MOVE SPACES TO WS-DET-NOTE.                                  zbnkeclp
044300     IF (NOT LM-REC-ACTIVE AND NOT LM-REC-SUSPENDED) OR           zbnkeclp
044400        LM-REC-OUTSTANDING IS NOT GREATER THAN ZERO               zbnkeclp
044500        IF WS-LNPV-FOUND = 'N' OR                                 zbnkeclp
044600           WS-PRIOR-PROVISION IS EQUAL TO ZERO                    zbnkeclp
044700           GO TO PROVISION-ONE-LOAN-NEXT                          zbnkeclp
044800        END-IF                                                    zbnkeclp
044900        ADD 1 TO WS-LOANS-RELEASED                                zbnkeclp
045000        MOVE 'Released - closed' TO WS-DET-NOTE                   zbnkeclp
045100        GO TO PROVISION-ONE-LOAN-STORE                            zbnkeclp
045200     END-IF.                                                      zbnkeclp
045300     MOVE LM-REC-OUTSTANDING TO WS-LOAN-EXPOSURE.                 zbnkeclp
045400     MOVE LM-REC-KEY TO DQ-REC-KEY.                               zbnkeclp
045500     READ DELQ-FILE.                                              zbnkeclp
045600     IF WS-DELQ-STATUS = '00' AND DQ-REC-OPEN                     zbnkeclp
045700        MOVE DQ-REC-BUCKET TO WS-LOAN-BUCKET                      zbnkeclp
045800     END-IF.                                                      zbnkeclp
045900     PERFORM FIND-BUCKET-RATE.                                    zbnkeclp
046000     IF WS-RATE-FOUND = 'N'                                       zbnkeclp
046100        ADD 1 TO WS-LOANS-UNRATED                                 zbnkeclp
046200        MOVE 'No BNKPVRT rate' TO WS-DET-NOTE                     zbnkeclp
046300     END-IF.                                                      zbnkeclp
046400     PERFORM TOTAL-COLLATERAL                                     zbnkeclp
046500         THRU TOTAL-COLLATERAL-EXIT.                              zbnkeclp
046600     IF WS-COLL-TOTAL IS GREATER THAN ZERO                        zbnkeclp
046700        COMPUTE WS-COLL-LENDABLE ROUNDED =                        zbnkeclp
046800            WS-COLL-TOTAL * WS-MAX-LTV-PCT / 100                  zbnkeclp
046900        IF WS-LOAN-EXPOSURE IS GREATER THAN WS-COLL-LENDABLE      zbnkeclp
047000           COMPUTE WS-LOAN-SHORTFALL =                            zbnkeclp
047100               WS-LOAN-EXPOSURE - WS-COLL-LENDABLE                zbnkeclp
047200           IF WS-DET-NOTE = SPACES                                zbnkeclp
047300              MOVE 'Collateral shortfall' TO WS-DET-NOTE          zbnkeclp
047400           END-IF                                                 zbnkeclp
047500        END-IF                                                    zbnkeclp
047600     END-IF.                                                      zbnkeclp
047700     COMPUTE WS-LOAN-PROVISION ROUNDED =                          zbnkeclp
047800         (WS-LOAN-EXPOSURE * WS-LOAN-RATE / 100)                  zbnkeclp
047900       + WS-LOAN-SHORTFALL.                                       zbnkeclp
048000     IF WS-LOAN-PROVISION IS GREATER THAN WS-LOAN-EXPOSURE        zbnkeclp
048100        MOVE WS-LOAN-EXPOSURE TO WS-LOAN-PROVISION                zbnkeclp
048200     END-IF.                                                      zbnkeclp
048300     ADD 1 TO WS-LOANS-PROVISIONED.                               zbnkeclp
048400     ADD WS-LOAN-EXPOSURE TO WS-TOTAL-EXPOSURE.                   zbnkeclp
048500     ADD WS-LOAN-SHORTFALL TO WS-TOTAL-SHORTFALL.                 zbnkeclp
048600     IF WS-RATE-FOUND = 'Y'                                       zbnkeclp
048700        ADD 1 TO WS-RATE-LOANS (RATE-IDX)                         zbnkeclp
048800        ADD WS-LOAN-EXPOSURE TO WS-RATE-EXPOSURE (RATE-IDX)       zbnkeclp
048900        ADD WS-LOAN-PROVISION TO WS-RATE-PROVISION (RATE-IDX)     zbnkeclp
049000     END-IF.                                                      zbnkeclp
049100 PROVISION-ONE-LOAN-STORE.                                        zbnkeclp
049200     COMPUTE WS-LOAN-MOVEMENT =                                   zbnkeclp
049300         WS-LOAN-PROVISION - WS-PRIOR-PROVISION.                  zbnkeclp
049400     ADD WS-LOAN-PROVISION TO WS-TOTAL-PROVISION.                 zbnkeclp
049500     ADD WS-PRIOR-PROVISION TO WS-TOTAL-PRIOR.                    zbnkeclp
049600     ADD WS-LOAN-MOVEMENT TO WS-TOTAL-MOVEMENT.                   zbnkeclp
049700     MOVE LM-REC-KEY TO PV-REC-KEY.                               zbnkeclp
049800     MOVE WS-LOAN-BUCKET TO PV-REC-BUCKET.                        zbnkeclp
049900     MOVE WS-LOAN-EXPOSURE TO PV-REC-EXPOSURE.                    zbnkeclp
050000     MOVE WS-LOAN-RATE TO PV-REC-RATE.                            zbnkeclp
050100     MOVE WS-COLL-TOTAL TO PV-REC-COLLATERAL.                     zbnkeclp
050200     MOVE WS-LOAN-SHORTFALL TO PV-REC-SHORTFALL.                  zbnkeclp
050300     MOVE WS-LOAN-PROVISION TO PV-REC-PROVISION.                  zbnkeclp
050400     MOVE WS-PRIOR-PROVISION TO PV-REC-PRIOR-PROVISION.           zbnkeclp
050500     MOVE WS-TODAY-DATE-N TO PV-REC-RUN-DTE.                      zbnkeclp
050600     IF WS-LNPV-FOUND = 'Y'                                       zbnkeclp
050700        PERFORM LNPV-REWRITE                                      zbnkeclp
050800     ELSE                                                         zbnkeclp
050900        PERFORM LNPV-WRITE                                        zbnkeclp
051000     END-IF.                                                      zbnkeclp
051100     PERFORM WRITE-DETAIL-LINE.                                   zbnkeclp
051200 PROVISION-ONE-LOAN-NEXT.                                         zbnkeclp
051300     PERFORM LOANM-GET.                                           zbnkeclp
051400 PROVISION-ONE-LOAN-EXIT.                                         zbnkeclp
051500     EXIT.                                                        zbnkeclp
051600                                                                  zbnkeclp
051700 FIND-BUCKET-RATE.                                                zbnkeclp
051800     MOVE 'N' TO WS-RATE-FOUND.                                   zbnkeclp
051900     SET RATE-IDX TO 1.                                           zbnkeclp
052000     SEARCH WS-RATE-ENTRY                                         zbnkeclp
052100       AT END                                                     zbnkeclp
052200         CONTINUE                                                 zbnkeclp
052300       WHEN RATE-IDX IS GREATER THAN WS-RATE-COUNT                zbnkeclp
052400         CONTINUE                                                 zbnkeclp
052500       WHEN WS-RATE-BUCKET (RATE-IDX) IS EQUAL TO WS-LOAN-BUCKET  zbnkeclp
052600         MOVE 'Y' TO WS-RATE-FOUND                                zbnkeclp
052700         MOVE WS-RATE-PCT (RATE-IDX) TO WS-LOAN-RATE              zbnkeclp
052800     END-SEARCH.                                                  zbnkeclp
052900                                                                  zbnkeclp
053000******************************************************************zbnkeclp
053100* TOTAL-COLLATERAL                                               *zbnkeclp
053200* Keyed browse of the collateral under the loan's key - active   *zbnkeclp
053300* valuations are totalled.                                       *zbnkeclp
053400******************************************************************zbnkeclp
053500 TOTAL-COLLATERAL.                                                zbnkeclp
053600     MOVE ZERO TO WS-COLL-TOTAL.                                  zbnkeclp
053700     MOVE 'NO ' TO WS-END-OF-COLL.                                zbnkeclp
053800     MOVE LM-REC-CONTACT-ID TO CL-REC-CONTACT-ID.                 zbnkeclp
053900     MOVE LM-REC-TASKN TO CL-REC-TASKN.                           zbnkeclp
054000     MOVE ZERO TO CL-REC-SEQ.                                     zbnkeclp
054100     START COLL-FILE KEY IS NOT LESS THAN CL-REC-KEY.             zbnkeclp
054200     IF WS-COLL-STATUS NOT = '00'                                 zbnkeclp
054300        MOVE 'YES' TO WS-END-OF-COLL                              zbnkeclp
054400     END-IF.                                                      zbnkeclp
054500     PERFORM TOTAL-ONE-COLL-ITEM                                  zbnkeclp
054600         UNTIL WS-END-OF-COLL = 'YES'.                            zbnkeclp
054700 TOTAL-COLLATERAL-EXIT.                                           zbnkeclp
054800     EXIT.                                                        zbnkeclp
054900                                                                  zbnkeclp
055000 TOTAL-ONE-COLL-ITEM.                                             zbnkeclp
055100     READ COLL-FILE NEXT RECORD.                                  zbnkeclp
055200     IF WS-COLL-STATUS NOT = '00'                                 zbnkeclp
055300        MOVE 'YES' TO WS-END-OF-COLL                              zbnkeclp
055400     ELSE                                                         zbnkeclp
055500        IF CL-REC-CONTACT-ID NOT = LM-REC-CONTACT-ID              zbnkeclp
055600         OR CL-REC-TASKN NOT = LM-REC-TASKN                       zbnkeclp
055700           MOVE 'YES' TO WS-END-OF-COLL                           zbnkeclp
055800        ELSE                                                      zbnkeclp
055900           IF CL-REC-ACTIVE                                       zbnkeclp
056000              ADD CL-REC-VALUATION TO WS-COLL-TOTAL               zbnkeclp
056100           END-IF                                                 zbnkeclp
056200        END-IF                                                    zbnkeclp
056300     END-IF.                                                      zbnkeclp
056400                                                                  zbnkeclp
056500******************************************************************zbnkeclp
056600* POST-MOVEMENT-TO-LEDGER                                        *zbnkeclp
056700* One balanced pair for the month's net movement. An increase    *zbnkeclp
056800* debits the impairment charge and credits the allowance; a      *zbnkeclp
056900* release does the reverse. No movement, no entry.               *zbnkeclp
057000******************************************************************zbnkeclp
057100 POST-MOVEMENT-TO-LEDGER.                                         zbnkeclp
057200     IF WS-TOTAL-MOVEMENT IS EQUAL TO ZERO                        zbnkeclp
057300        GO TO POST-MOVEMENT-TO-LEDGER-EXIT                        zbnkeclp
057400     END-IF.                                                      zbnkeclp
057500     IF WS-TOTAL-MOVEMENT IS GREATER THAN ZERO                    zbnkeclp
057600        MOVE WS-TOTAL-MOVEMENT TO WS-ENTRY-AMOUNT                 zbnkeclp
057700        MOVE SPACES TO ECLGL-REC                                  zbnkeclp
057800        MOVE WS-CHARGE-GL-ACCOUNT TO ECG-GL-ACCOUNT               zbnkeclp
057900        MOVE 'DR' TO ECG-DRCR                                     zbnkeclp
058000        MOVE WS-CHARGE-GL-DESC TO ECG-DESC                        zbnkeclp
058100        PERFORM ECLGL-PUT-ENTRY                                   zbnkeclp
058200        MOVE SPACES TO ECLGL-REC                                  zbnkeclp
058300        MOVE WS-ALLOWANCE-GL-ACCOUNT TO ECG-GL-ACCOUNT            zbnkeclp
058400        MOVE 'CR' TO ECG-DRCR                                     zbnkeclp
058500        MOVE 'Loan-loss allowance ' TO ECG-DESC                   zbnkeclp
058600        PERFORM ECLGL-PUT-ENTRY                                   zbnkeclp
058700     ELSE                                                         zbnkeclp
058800        COMPUTE WS-ENTRY-AMOUNT = ZERO - WS-TOTAL-MOVEMENT        zbnkeclp
058900        MOVE SPACES TO ECLGL-REC                                  zbnkeclp
059000        MOVE WS-ALLOWANCE-GL-ACCOUNT TO ECG-GL-ACCOUNT            zbnkeclp
059100        MOVE 'DR' TO ECG-DRCR                                     zbnkeclp
059200        MOVE 'Loan-loss allowance ' TO ECG-DESC                   zbnkeclp
059300        PERFORM ECLGL-PUT-ENTRY                                   zbnkeclp
059400        MOVE SPACES TO ECLGL-REC                                  zbnkeclp
059500        MOVE WS-CHARGE-GL-ACCOUNT TO ECG-GL-ACCOUNT               zbnkeclp
059600        MOVE 'CR' TO ECG-DRCR                                     zbnkeclp
059700        MOVE WS-CHARGE-GL-DESC TO ECG-DESC                        zbnkeclp
059800        PERFORM ECLGL-PUT-ENTRY                                   zbnkeclp
059900     END-IF.                                                      zbnkeclp
060000 POST-MOVEMENT-TO-LEDGER-EXIT.                                    zbnkeclp
060100     EXIT.                                                        zbnkeclp
060200                                                                  zbnkeclp
060300 ECLGL-PUT-ENTRY.                                                 zbnkeclp
060400     MOVE WS-ENTRY-AMOUNT TO ECG-AMOUNT.                          zbnkeclp
060500     MOVE WS-PROVISION-TYPE TO ECG-TXN-TYPE.                      zbnkeclp
060600     MOVE WS-TODAY-DATE-N TO ECG-POSTING-DATE.                    zbnkeclp
060700     PERFORM ECLGL-PUT.                                           zbnkeclp
060800                                                                  zbnkeclp
060900******************************************************************zbnkeclp
061000* WRITE-REPORT-HEADING                                           *zbnkeclp
061100* Writes the report title and column heading lines.              *zbnkeclp
061200******************************************************************zbnkeclp
061300 WRITE-REPORT-HEADING.                                            zbnkeclp
061400     MOVE SPACES TO WS-REPORT-LINE.                               zbnkeclp
061500     STRING 'Loan Provisioning Listing - run date '               zbnkeclp
061600                                      DELIMITED BY SIZE           zbnkeclp
061700            WS-RUN-DATE-DISPLAY       DELIMITED BY SIZE           zbnkeclp
061800       INTO WS-REPORT-LINE.                                       zbnkeclp
061900     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkeclp
062000     PERFORM PRINTOUT-PUT.                                        zbnkeclp
062100     MOVE SPACES TO PRINTOUT-REC.                                 zbnkeclp
062200     PERFORM PRINTOUT-PUT.                                        zbnkeclp
062300     MOVE SPACES TO WS-REPORT-LINE.                               zbnkeclp
062400     MOVE 'Cust' TO WS-REPORT-LINE (1:4).                         zbnkeclp
062500     MOVE 'Loan' TO WS-REPORT-LINE (8:4).                         zbnkeclp
062600     MOVE 'Bkt' TO WS-REPORT-LINE (17:3).                         zbnkeclp
062700     MOVE 'Exposure' TO WS-REPORT-LINE (26:8).                    zbnkeclp
062800     MOVE 'Rate%' TO WS-REPORT-LINE (37:5).                       zbnkeclp
062900     MOVE 'Collateral' TO WS-REPORT-LINE (47:10).                 zbnkeclp
063000     MOVE 'Shortfall' TO WS-REPORT-LINE (61:9).                   zbnkeclp
063100     MOVE 'Provision' TO WS-REPORT-LINE (74:9).                   zbnkeclp
063200     MOVE 'Movement' TO WS-REPORT-LINE (88:8).                    zbnkeclp
063300     MOVE 'Note' TO WS-REPORT-LINE (99:4).                        zbnkeclp
063400     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkeclp
063500     PERFORM PRINTOUT-PUT.                                        zbnkeclp
063600                                                                  zbnkeclp
063700******************************************************************zbnkeclp
063800* WRITE-DETAIL-LINE                                              *zbnkeclp
063900* One line per loan provisioned or released.                     *zbnkeclp
064000******************************************************************zbnkeclp
064100 WRITE-DETAIL-LINE.                                               zbnkeclp
064200     MOVE LM-REC-CONTACT-ID TO WS-DET-CONTACT-ID.                 zbnkeclp
064300     MOVE LM-REC-TASKN TO WS-DET-TASKN.                           zbnkeclp
064400     MOVE WS-LOAN-BUCKET TO WS-DET-BUCKET.                        zbnkeclp
064500     MOVE WS-LOAN-EXPOSURE TO WS-DET-EXPOSURE.                    zbnkeclp
064600     MOVE WS-LOAN-RATE TO WS-DET-RATE.                            zbnkeclp
064700     MOVE WS-COLL-TOTAL TO WS-DET-COLLATERAL.                     zbnkeclp
064800     MOVE WS-LOAN-SHORTFALL TO WS-DET-SHORTFALL.                  zbnkeclp
064900     MOVE WS-LOAN-PROVISION TO WS-DET-PROVISION.                  zbnkeclp
065000     MOVE WS-LOAN-MOVEMENT TO WS-DET-MOVEMENT.                    zbnkeclp
065100     MOVE WS-DETAIL-LINE TO PRINTOUT-REC.                         zbnkeclp
065200     PERFORM PRINTOUT-PUT.                                        zbnkeclp
065300                                                                  zbnkeclp
065400******************************************************************zbnkeclp
065500* WRITE-REPORT-TOTALS                                            *zbnkeclp
065600* Exposure and provision by bucket, then the provision held      *zbnkeclp
065700* against last month's and the movement posted.                  *zbnkeclp
065800******************************************************************zbnkeclp
065900 WRITE-REPORT-TOTALS.                                             zbnkeclp
066000     MOVE SPACES TO PRINTOUT-REC.                                 zbnkeclp
066100     PERFORM PRINTOUT-PUT.                                        zbnkeclp
066200     MOVE 'Provision by bucket:' TO PRINTOUT-REC.                 zbnkeclp
066300     PERFORM PRINTOUT-PUT.                                        zbnkeclp
066400     PERFORM WRITE-ONE-BUCKET-TOTAL                               zbnkeclp
066500         VARYING RATE-IDX FROM 1 BY 1                             zbnkeclp
066600           UNTIL RATE-IDX IS GREATER THAN WS-RATE-COUNT.          zbnkeclp
066700     MOVE SPACES TO PRINTOUT-REC.                                 zbnkeclp
066800     PERFORM PRINTOUT-PUT.                                        zbnkeclp
066900     MOVE WS-TOTAL-EXPOSURE TO WS-AMT-D.                          zbnkeclp
067000     MOVE SPACES TO WS-REPORT-LINE.                               zbnkeclp
067100     STRING 'Total exposure:            ' DELIMITED BY SIZE       zbnkeclp
067200            WS-AMT-D DELIMITED BY SIZE                            zbnkeclp
067300       INTO WS-REPORT-LINE.                                       zbnkeclp
067400     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkeclp
067500     PERFORM PRINTOUT-PUT.                                        zbnkeclp
067600     MOVE WS-TOTAL-SHORTFALL TO WS-AMT-D.                         zbnkeclp
067700     MOVE SPACES TO WS-REPORT-LINE.                               zbnkeclp
067800     STRING 'Collateral shortfall:      ' DELIMITED BY SIZE       zbnkeclp
067900            WS-AMT-D DELIMITED BY SIZE                            zbnkeclp
068000       INTO WS-REPORT-LINE.                                       zbnkeclp
068100     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkeclp
068200     PERFORM PRINTOUT-PUT.                                        zbnkeclp
068300     MOVE WS-TOTAL-PRIOR TO WS-AMT-D.                             zbnkeclp
068400     MOVE SPACES TO WS-REPORT-LINE.                               zbnkeclp
068500     STRING 'Provision held last run:   ' DELIMITED BY SIZE       zbnkeclp
068600            WS-AMT-D DELIMITED BY SIZE                            zbnkeclp
068700       INTO WS-REPORT-LINE.                                       zbnkeclp
068800     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkeclp
068900     PERFORM PRINTOUT-PUT.                                        zbnkeclp
069000     MOVE WS-TOTAL-PROVISION TO WS-AMT-D.                         zbnkeclp
069100     MOVE SPACES TO WS-REPORT-LINE.                               zbnkeclp
069200     STRING 'Provision held this run:   ' DELIMITED BY SIZE       zbnkeclp
069300            WS-AMT-D DELIMITED BY SIZE                            zbnkeclp
069400       INTO WS-REPORT-LINE.                                       zbnkeclp
069500     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkeclp
069600     PERFORM PRINTOUT-PUT.                                        zbnkeclp
069700     MOVE WS-TOTAL-MOVEMENT TO WS-AMT-D.                          zbnkeclp
069800     MOVE SPACES TO WS-REPORT-LINE.                               zbnkeclp
069900     STRING 'Movement posted to ledger: ' DELIMITED BY SIZE       zbnkeclp
070000            WS-AMT-D DELIMITED BY SIZE                            zbnkeclp
070100       INTO WS-REPORT-LINE.                                       zbnkeclp
070200     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkeclp
070300     PERFORM PRINTOUT-PUT.                                        zbnkeclp
070400                                                                  zbnkeclp
070500 WRITE-ONE-BUCKET-TOTAL.                                          zbnkeclp
070600     MOVE WS-RATE-BUCKET (RATE-IDX) TO WS-BUCKET-D.               zbnkeclp
070700     MOVE WS-RATE-PCT (RATE-IDX) TO WS-RATE-D.                    zbnkeclp
070800     MOVE WS-RATE-EXPOSURE (RATE-IDX) TO WS-AMT-D.                zbnkeclp
070900     MOVE WS-RATE-PROVISION (RATE-IDX) TO WS-AMT-D-2.             zbnkeclp
071000     MOVE SPACES TO WS-REPORT-LINE.                               zbnkeclp
071100     STRING '  Bucket '              DELIMITED BY SIZE            zbnkeclp
071200            WS-BUCKET-D              DELIMITED BY SIZE            zbnkeclp
071300            ' at '                   DELIMITED BY SIZE            zbnkeclp
071400            WS-RATE-D                DELIMITED BY SIZE            zbnkeclp
071500            '%  loans '              DELIMITED BY SIZE            zbnkeclp
071600            WS-RATE-LOANS (RATE-IDX) DELIMITED BY SIZE            zbnkeclp
071700            '  exposure '            DELIMITED BY SIZE            zbnkeclp
071800            WS-AMT-D                 DELIMITED BY SIZE            zbnkeclp
071900            '  provision '           DELIMITED BY SIZE            zbnkeclp
072000            WS-AMT-D-2               DELIMITED BY SIZE            zbnkeclp
072100       INTO WS-REPORT-LINE.                                       zbnkeclp
072200     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkeclp
072300     PERFORM PRINTOUT-PUT.                                        zbnkeclp
072400                                                                  zbnkeclp
072500******************************************************************zbnkeclp
072600* Open, access and close the LOANM file.                         *zbnkeclp
072700******************************************************************zbnkeclp
072800 LOANM-OPEN.                                                      zbnkeclp
072900     OPEN INPUT LOANM-FILE.                                       zbnkeclp
073000     IF WS-LOANM-STATUS = '00'                                    zbnkeclp
073100        MOVE 'LOANM file opened OK' TO WS-CONSOLE-MESSAGE         zbnkeclp
073200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkeclp
073300     ELSE                                                         zbnkeclp
073400        MOVE 'LOANM file open failure...' TO WS-CONSOLE-MESSAGE   zbnkeclp
073500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkeclp
073600        MOVE WS-LOANM-STATUS TO WS-IO-STATUS                      zbnkeclp
073700        PERFORM DISPLAY-IO-STATUS                                 zbnkeclp
073800        PERFORM ABORT-PROGRAM                                     zbnkeclp
073900     END-IF.                                                      zbnkeclp
074000                                                                  zbnkeclp
074100 LOANM-GET.                                                       zbnkeclp
074200     READ LOANM-FILE NEXT RECORD.                                 zbnkeclp
074300     IF WS-LOANM-STATUS NOT = '00'                                zbnkeclp
074400        IF WS-LOANM-STATUS = '10'                                 zbnkeclp
074500           MOVE 'YES' TO WS-END-OF-LOANM                          zbnkeclp
074600        ELSE                                                      zbnkeclp
074700           MOVE 'LOANM Error reading file ...'                    zbnkeclp
074800             TO WS-CONSOLE-MESSAGE                                zbnkeclp
074900           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkeclp
075000           MOVE WS-LOANM-STATUS TO WS-IO-STATUS                   zbnkeclp
075100           PERFORM DISPLAY-IO-STATUS                              zbnkeclp
075200           PERFORM ABORT-PROGRAM                                  zbnkeclp
075300        END-IF                                                    zbnkeclp
075400     END-IF.                                                      zbnkeclp
075500                                                                  zbnkeclp
075600 LOANM-CLOSE.                                                     zbnkeclp
075700     CLOSE LOANM-FILE.                                            zbnkeclp
075800     IF WS-LOANM-STATUS = '00'                                    zbnkeclp
075900        MOVE 'LOANM file closed OK' TO WS-CONSOLE-MESSAGE         zbnkeclp
076000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkeclp
076100     ELSE                                                         zbnkeclp
076200        MOVE 'LOANM file close failure...' TO WS-CONSOLE-MESSAGE  zbnkeclp
076300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkeclp
076400        MOVE WS-LOANM-STATUS TO WS-IO-STATUS                      zbnkeclp
076500        PERFORM DISPLAY-IO-STATUS                                 zbnkeclp
076600        PERFORM ABORT-PROGRAM                                     zbnkeclp
076700     END-IF.                                                      zbnkeclp
076800                                                                  zbnkeclp
076900******************************************************************zbnkeclp
077000* Open and close the DELQ file.                                  *zbnkeclp
077100******************************************************************zbnkeclp
077200 DELQ-OPEN.                                                       zbnkeclp
077300     OPEN INPUT DELQ-FILE.                                        zbnkeclp
077400     IF WS-DELQ-STATUS = '00'                                     zbnkeclp
077500        MOVE 'DELQ file opened OK' TO WS-CONSOLE-MESSAGE          zbnkeclp
077600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkeclp
077700     ELSE                                                         zbnkeclp
077800        MOVE 'DELQ file open failure...' TO WS-CONSOLE-MESSAGE    zbnkeclp
077900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkeclp
078000        MOVE WS-DELQ-STATUS TO WS-IO-STATUS                       zbnkeclp
078100        PERFORM DISPLAY-IO-STATUS                                 zbnkeclp
078200        PERFORM ABORT-PROGRAM                                     zbnkeclp
078300     END-IF.                                                      zbnkeclp
078400                                                                  zbnkeclp
078500 DELQ-CLOSE.                                                      zbnkeclp
078600     CLOSE DELQ-FILE.                                             zbnkeclp
078700     IF WS-DELQ-STATUS = '00'                                     zbnkeclp
078800        MOVE 'DELQ file closed OK' TO WS-CONSOLE-MESSAGE          zbnkeclp
078900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkeclp
079000     ELSE                                                         zbnkeclp
079100        MOVE 'DELQ file close failure...' TO WS-CONSOLE-MESSAGE   zbnkeclp
079200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkeclp
079300        MOVE WS-DELQ-STATUS TO WS-IO-STATUS                       zbnkeclp
079400        PERFORM DISPLAY-IO-STATUS                                 zbnkeclp
079500        PERFORM ABORT-PROGRAM                                     zbnkeclp
079600     END-IF.                                                      zbnkeclp
079700                                                                  zbnkeclp
079800******************************************************************zbnkeclp
079900* Open, access and close the PVRT file.                          *zbnkeclp
080000******************************************************************zbnkeclp
080100 PVRT-OPEN.                                                       zbnkeclp
080200     OPEN INPUT PVRT-FILE.                                        zbnkeclp
080300     IF WS-PVRT-STATUS = '00'                                     zbnkeclp
080400        MOVE 'PVRT file opened OK' TO WS-CONSOLE-MESSAGE          zbnkeclp
080500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkeclp
080600     ELSE                                                         zbnkeclp
080700        MOVE 'PVRT file open failure...' TO WS-CONSOLE-MESSAGE    zbnkeclp
080800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkeclp
080900        MOVE WS-PVRT-STATUS TO WS-IO-STATUS                       zbnkeclp
081000        PERFORM DISPLAY-IO-STATUS                                 zbnkeclp
081100        PERFORM ABORT-PROGRAM                                     zbnkeclp
081200     END-IF.                                                      zbnkeclp
081300                                                                  zbnkeclp
081400 PVRT-GET.                                                        zbnkeclp
081500     READ PVRT-FILE NEXT RECORD.                                  zbnkeclp
081600     IF WS-PVRT-STATUS NOT = '00'                                 zbnkeclp
081700        IF WS-PVRT-STATUS = '10'                                  zbnkeclp
081800           MOVE 'YES' TO WS-END-OF-PVRT                           zbnkeclp
081900        ELSE                                                      zbnkeclp
082000           MOVE 'PVRT Error reading file ...'                     zbnkeclp
082100             TO WS-CONSOLE-MESSAGE                                zbnkeclp
082200           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkeclp
082300           MOVE WS-PVRT-STATUS TO WS-IO-STATUS                    zbnkeclp
082400           PERFORM DISPLAY-IO-STATUS                              zbnkeclp
082500           PERFORM ABORT-PROGRAM                                  zbnkeclp
082600        END-IF                                                    zbnkeclp
082700     END-IF.                                                      zbnkeclp
082800                                                                  zbnkeclp
082900 PVRT-CLOSE.                                                      zbnkeclp
083000     CLOSE PVRT-FILE.                                             zbnkeclp
083100     IF WS-PVRT-STATUS = '00'                                     zbnkeclp
083200        MOVE 'PVRT file closed OK' TO WS-CONSOLE-MESSAGE          zbnkeclp
083300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkeclp
083400     ELSE                                                         zbnkeclp
083500        MOVE 'PVRT file close failure...' TO WS-CONSOLE-MESSAGE   zbnkeclp
083600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkeclp
083700        MOVE WS-PVRT-STATUS TO WS-IO-STATUS                       zbnkeclp
083800        PERFORM DISPLAY-IO-STATUS                                 zbnkeclp
083900        PERFORM ABORT-PROGRAM                                     zbnkeclp
084000     END-IF.                                                      zbnkeclp
084100                                                                  zbnkeclp
084200******************************************************************zbnkeclp
084300* Open and close the COLL file.                                  *zbnkeclp
084400******************************************************************zbnkeclp
084500 COLL-OPEN.                                                       zbnkeclp
084600     OPEN INPUT COLL-FILE.                                        zbnkeclp
084700     IF WS-COLL-STATUS = '00'                                     zbnkeclp
084800        MOVE 'COLL file opened OK' TO WS-CONSOLE-MESSAGE          zbnkeclp
084900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkeclp
085000     ELSE                                                         zbnkeclp
085100        MOVE 'COLL file open failure...' TO WS-CONSOLE-MESSAGE    zbnkeclp
085200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkeclp
085300        MOVE WS-COLL-STATUS TO WS-IO-STATUS                       zbnkeclp
085400        PERFORM DISPLAY-IO-STATUS                                 zbnkeclp
085500        PERFORM ABORT-PROGRAM                                     zbnkeclp
085600     END-IF.                                                      zbnkeclp
085700                                                                  zbnkeclp
085800 COLL-CLOSE.                                                      zbnkeclp
085900     CLOSE COLL-FILE.                                             zbnkeclp
086000     IF WS-COLL-STATUS = '00'                                     zbnkeclp
086100        MOVE 'COLL file closed OK' TO WS-CONSOLE-MESSAGE          zbnkeclp
086200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkeclp
086300     ELSE                                                         zbnkeclp
086400        MOVE 'COLL file close failure...' TO WS-CONSOLE-MESSAGE   zbnkeclp
086500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkeclp
086600        MOVE WS-COLL-STATUS TO WS-IO-STATUS                       zbnkeclp
086700        PERFORM DISPLAY-IO-STATUS                                 zbnkeclp
086800        PERFORM ABORT-PROGRAM                                     zbnkeclp
086900     END-IF.                                                      zbnkeclp
087000                                                                  zbnkeclp
087100******************************************************************zbnkeclp
087200* Open, update and close the LNPV file - a loan provisioned for * zbnkeclp
087300* the first time is added, one already held is rewritten.       * zbnkeclp
087400******************************************************************zbnkeclp
087500 LNPV-OPEN.                                                       zbnkeclp
087600     OPEN I-O LNPV-FILE.                                          zbnkeclp
087700     IF WS-LNPV-STATUS = '00'                                     zbnkeclp
087800        MOVE 'LNPV file opened OK' TO WS-CONSOLE-MESSAGE          zbnkeclp
087900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkeclp
088000     ELSE                                                         zbnkeclp
088100        MOVE 'LNPV file open failure...' TO WS-CONSOLE-MESSAGE    zbnkeclp
088200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkeclp
088300        MOVE WS-LNPV-STATUS TO WS-IO-STATUS                       zbnkeclp
088400        PERFORM DISPLAY-IO-STATUS                                 zbnkeclp
088500        PERFORM ABORT-PROGRAM                                     zbnkeclp
088600     END-IF.                                                      zbnkeclp
088700                                                                  zbnkeclp
088800 LNPV-WRITE.                                                      zbnkeclp
088900     WRITE LNPV-FILE-REC.                                         zbnkeclp
089000     IF WS-LNPV-STATUS NOT = '00'                                 zbnkeclp
089100        MOVE 'LNPV Error writing file ...'                        zbnkeclp
089200          TO WS-CONSOLE-MESSAGE                                   zbnkeclp
089300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkeclp
089400        MOVE WS-LNPV-STATUS TO WS-IO-STATUS                       zbnkeclp
089500        PERFORM DISPLAY-IO-STATUS                                 zbnkeclp
089600        PERFORM ABORT-PROGRAM                                     zbnkeclp
089700     END-IF.                                                      zbnkeclp
089800                                                                  zbnkeclp
089900 LNPV-REWRITE.                                                    zbnkeclp
090000     REWRITE LNPV-FILE-REC.                                       zbnkeclp
090100     IF WS-LNPV-STATUS NOT = '00'                                 zbnkeclp
090200        MOVE 'LNPV Error rewriting file ...'                      zbnkeclp
090300          TO WS-CONSOLE-MESSAGE                                   zbnkeclp
090400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkeclp
090500        MOVE WS-LNPV-STATUS TO WS-IO-STATUS                       zbnkeclp
090600        PERFORM DISPLAY-IO-STATUS                                 zbnkeclp
090700        PERFORM ABORT-PROGRAM                                     zbnkeclp
090800     END-IF.                                                      zbnkeclp
090900                                                                  zbnkeclp
091000 LNPV-CLOSE.                                                      zbnkeclp
091100     CLOSE LNPV-FILE.                                             zbnkeclp
091200     IF WS-LNPV-STATUS = '00'                                     zbnkeclp
091300        MOVE 'LNPV file closed OK' TO WS-CONSOLE-MESSAGE          zbnkeclp
091400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkeclp
091500     ELSE                                                         zbnkeclp
091600        MOVE 'LNPV file close failure...' TO WS-CONSOLE-MESSAGE   zbnkeclp
091700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkeclp
091800        MOVE WS-LNPV-STATUS TO WS-IO-STATUS                       zbnkeclp
091900        PERFORM DISPLAY-IO-STATUS                                 zbnkeclp
092000        PERFORM ABORT-PROGRAM                                     zbnkeclp
092100     END-IF.                                                      zbnkeclp
092200                                                                  zbnkeclp
092300******************************************************************zbnkeclp
092400* Open and close the GLMAP file.                                 *zbnkeclp
092500******************************************************************zbnkeclp
092600 GLMAP-OPEN.                                                      zbnkeclp
092700     OPEN INPUT GLMAP-FILE.                                       zbnkeclp
092800     IF WS-GLMAP-STATUS = '00'                                    zbnkeclp
092900        MOVE 'GLMAP file opened OK' TO WS-CONSOLE-MESSAGE         zbnkeclp
093000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkeclp
093100     ELSE                                                         zbnkeclp
093200        MOVE 'GLMAP file open failure...' TO WS-CONSOLE-MESSAGE   zbnkeclp
093300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkeclp
093400        MOVE WS-GLMAP-STATUS TO WS-IO-STATUS                      zbnkeclp
093500        PERFORM DISPLAY-IO-STATUS                                 zbnkeclp
093600        PERFORM ABORT-PROGRAM                                     zbnkeclp
093700     END-IF.                                                      zbnkeclp
093800                                                                  zbnkeclp
093900 GLMAP-CLOSE.                                                     zbnkeclp
094000     CLOSE GLMAP-FILE.                                            zbnkeclp
094100     IF WS-GLMAP-STATUS = '00'                                    zbnkeclp
094200        MOVE 'GLMAP file closed OK' TO WS-CONSOLE-MESSAGE         zbnkeclp
094300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkeclp
094400     ELSE                                                         zbnkeclp
094500        MOVE 'GLMAP file close failure...' TO WS-CONSOLE-MESSAGE  zbnkeclp
094600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkeclp
094700        MOVE WS-GLMAP-STATUS TO WS-IO-STATUS                      zbnkeclp
094800        PERFORM DISPLAY-IO-STATUS                                 zbnkeclp
094900        PERFORM ABORT-PROGRAM                                     zbnkeclp
095000     END-IF.                                                      zbnkeclp
095100                                                                  zbnkeclp
095200******************************************************************zbnkeclp
095300* Open, access and close the ECLGL file.                         *zbnkeclp
095400******************************************************************zbnkeclp
095500 ECLGL-OPEN.                                                      zbnkeclp
095600     OPEN OUTPUT ECLGL-FILE.                                      zbnkeclp
095700     IF WS-ECLGL-STATUS = '00'                                    zbnkeclp
095800        MOVE 'ECLGL file opened OK' TO WS-CONSOLE-MESSAGE         zbnkeclp
095900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkeclp
096000     ELSE                                                         zbnkeclp
096100        MOVE 'ECLGL file open failure...' TO WS-CONSOLE-MESSAGE   zbnkeclp
096200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkeclp
096300        MOVE WS-ECLGL-STATUS TO WS-IO-STATUS                      zbnkeclp
096400        PERFORM DISPLAY-IO-STATUS                                 zbnkeclp
096500        PERFORM ABORT-PROGRAM                                     zbnkeclp
096600     END-IF.                                                      zbnkeclp
096700                                                                  zbnkeclp
096800 ECLGL-PUT.                                                       zbnkeclp
096900     WRITE ECLGL-REC.                                             zbnkeclp
097000     IF WS-ECLGL-STATUS NOT = '00'                                zbnkeclp
097100        MOVE 'ECLGL Error writing file ...'                       zbnkeclp
097200          TO WS-CONSOLE-MESSAGE                                   zbnkeclp
097300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkeclp
097400        MOVE WS-ECLGL-STATUS TO WS-IO-STATUS                      zbnkeclp
097500        PERFORM DISPLAY-IO-STATUS                                 zbnkeclp
097600        PERFORM ABORT-PROGRAM                                     zbnkeclp
097700     END-IF.                                                      zbnkeclp
097800     ADD 1 TO WS-GL-LINES-WRITTEN.                                zbnkeclp
097900                                                                  zbnkeclp
098000 ECLGL-CLOSE.                                                     zbnkeclp
098100     CLOSE ECLGL-FILE.                                            zbnkeclp
098200     IF WS-ECLGL-STATUS = '00'                                    zbnkeclp
098300        MOVE 'ECLGL file closed OK' TO WS-CONSOLE-MESSAGE         zbnkeclp
098400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkeclp
098500     ELSE                                                         zbnkeclp
098600        MOVE 'ECLGL file close failure...' TO WS-CONSOLE-MESSAGE  zbnkeclp
098700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkeclp
098800        MOVE WS-ECLGL-STATUS TO WS-IO-STATUS                      zbnkeclp
098900        PERFORM DISPLAY-IO-STATUS                                 zbnkeclp
099000        PERFORM ABORT-PROGRAM                                     zbnkeclp
099100     END-IF.                                                      zbnkeclp
099200                                                                  zbnkeclp
099300******************************************************************zbnkeclp
099400* Open, access and close the PRINTOUT file.                      *zbnkeclp
099500******************************************************************zbnkeclp
099600 PRINTOUT-OPEN.                                                   zbnkeclp
099700     OPEN OUTPUT PRINTOUT-FILE.                                   zbnkeclp
099800     IF WS-PRINTOUT-STATUS = '00'                                 zbnkeclp
099900        MOVE 'PRINTOUT file opened OK' TO WS-CONSOLE-MESSAGE      zbnkeclp
100000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkeclp
100100     ELSE                                                         zbnkeclp
100200        MOVE 'PRINTOUT file open failure...'                      zbnkeclp
100300          TO WS-CONSOLE-MESSAGE                                   zbnkeclp
100400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkeclp
100500        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkeclp
100600        PERFORM DISPLAY-IO-STATUS                                 zbnkeclp
100700        PERFORM ABORT-PROGRAM                                     zbnkeclp
100800     END-IF.                                                      zbnkeclp
100900                                                                  zbnkeclp
101000 PRINTOUT-PUT.                                                    zbnkeclp
101100     WRITE PRINTOUT-REC.                                          zbnkeclp
101200     IF WS-PRINTOUT-STATUS NOT = '00'                             zbnkeclp
101300        MOVE 'PRINTOUT Error writing file ...'                    zbnkeclp
101400          TO WS-CONSOLE-MESSAGE                                   zbnkeclp
101500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkeclp
101600        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkeclp
101700        PERFORM DISPLAY-IO-STATUS                                 zbnkeclp
101800        PERFORM ABORT-PROGRAM                                     zbnkeclp
101900     END-IF.                                                      zbnkeclp
102000                                                                  zbnkeclp
102100 PRINTOUT-CLOSE.                                                  zbnkeclp
102200     CLOSE PRINTOUT-FILE.                                         zbnkeclp
102300     IF WS-PRINTOUT-STATUS = '00'                                 zbnkeclp
102400        MOVE 'PRINTOUT file closed OK' TO WS-CONSOLE-MESSAGE      zbnkeclp
102500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkeclp
102600     ELSE                                                         zbnkeclp
102700        MOVE 'PRINTOUT file close failure...'                     zbnkeclp
102800          TO WS-CONSOLE-MESSAGE                                   zbnkeclp
102900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkeclp
103000        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkeclp
103100        PERFORM DISPLAY-IO-STATUS                                 zbnkeclp
103200        PERFORM ABORT-PROGRAM                                     zbnkeclp
103300     END-IF.                                                      zbnkeclp
103400                                                                  zbnkeclp
103500******************************************************************zbnkeclp
103600* Write a short end-of-job summary to the JOBSUM file, in the    *zbnkeclp
103700* same style as the other batch jobs' summaries.                 *zbnkeclp
103800******************************************************************zbnkeclp
103900 PRINT-JOB-SUMMARY.                                               zbnkeclp
104000     PERFORM JOBSUM-OPEN.                                         zbnkeclp
104100     MOVE SPACES TO JOBSUM-REC.                                   zbnkeclp
104200     STRING 'Loans read:                  ' DELIMITED BY SIZE     zbnkeclp
104300            WS-LOANS-READ DELIMITED BY SIZE                       zbnkeclp
104400       INTO JOBSUM-REC.                                           zbnkeclp
104500     PERFORM JOBSUM-PUT.                                          zbnkeclp
104600     MOVE SPACES TO JOBSUM-REC.                                   zbnkeclp
104700     STRING 'Loans provisioned:           ' DELIMITED BY SIZE     zbnkeclp
104800            WS-LOANS-PROVISIONED DELIMITED BY SIZE                zbnkeclp
104900       INTO JOBSUM-REC.                                           zbnkeclp
105000     PERFORM JOBSUM-PUT.                                          zbnkeclp
105100     MOVE SPACES TO JOBSUM-REC.                                   zbnkeclp
105200     STRING 'Loans released:              ' DELIMITED BY SIZE     zbnkeclp
105300            WS-LOANS-RELEASED DELIMITED BY SIZE                   zbnkeclp
105400       INTO JOBSUM-REC.                                           zbnkeclp
105500     PERFORM JOBSUM-PUT.                                          zbnkeclp
105600     MOVE SPACES TO JOBSUM-REC.                                   zbnkeclp
105700     STRING 'Loans with no bucket rate:   ' DELIMITED BY SIZE     zbnkeclp
105800            WS-LOANS-UNRATED DELIMITED BY SIZE                    zbnkeclp
105900       INTO JOBSUM-REC.                                           zbnkeclp
106000     PERFORM JOBSUM-PUT.                                          zbnkeclp
106100     MOVE SPACES TO JOBSUM-REC.                                   zbnkeclp
106200     STRING 'GL lines written to ECLGL:   ' DELIMITED BY SIZE     zbnkeclp
106300            WS-GL-LINES-WRITTEN DELIMITED BY SIZE                 zbnkeclp
106400       INTO JOBSUM-REC.                                           zbnkeclp
106500     PERFORM JOBSUM-PUT.                                          zbnkeclp
106600     PERFORM JOBSUM-CLOSE.                                        zbnkeclp
106700     MOVE 'Job summary written to JOBSUM'                         zbnkeclp
106800       TO WS-CONSOLE-MESSAGE.                                     zbnkeclp
106900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkeclp
107000                                                                  zbnkeclp
107100 JOBSUM-OPEN.                                                     zbnkeclp
107200     OPEN OUTPUT JOBSUM-FILE.                                     zbnkeclp
107300     IF WS-JOBSUM-STATUS = '00'                                   zbnkeclp
107400        MOVE 'JOBSUM file opened OK' TO WS-CONSOLE-MESSAGE        zbnkeclp
107500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkeclp
107600     ELSE                                                         zbnkeclp
107700        MOVE 'JOBSUM file open failure...' TO WS-CONSOLE-MESSAGE  zbnkeclp
107800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkeclp
107900        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkeclp
108000        PERFORM DISPLAY-IO-STATUS                                 zbnkeclp
108100        PERFORM ABORT-PROGRAM                                     zbnkeclp
108200     END-IF.                                                      zbnkeclp
108300                                                                  zbnkeclp
108400 JOBSUM-PUT.                                                      zbnkeclp
108500     WRITE JOBSUM-REC.                                            zbnkeclp
108600     IF WS-JOBSUM-STATUS NOT = '00'                               zbnkeclp
108700        MOVE 'JOBSUM Error writing file ...' TO WS-CONSOLE-MESSAGEzbnkeclp
108800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkeclp
108900        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkeclp
109000        PERFORM DISPLAY-IO-STATUS                                 zbnkeclp
109100        PERFORM ABORT-PROGRAM                                     zbnkeclp
109200     END-IF.                                                      zbnkeclp
109300                                                                  zbnkeclp
109400 JOBSUM-CLOSE.                                                    zbnkeclp
109500     CLOSE JOBSUM-FILE.                                           zbnkeclp
109600     IF WS-JOBSUM-STATUS = '00'                                   zbnkeclp
109700        MOVE 'JOBSUM file closed OK' TO WS-CONSOLE-MESSAGE        zbnkeclp
109800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkeclp
109900     ELSE                                                         zbnkeclp
110000        MOVE 'JOBSUM file close failure...' TO WS-CONSOLE-MESSAGE zbnkeclp
110100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkeclp
110200        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkeclp
110300        PERFORM DISPLAY-IO-STATUS                                 zbnkeclp
110400        PERFORM ABORT-PROGRAM                                     zbnkeclp
110500     END-IF.                                                      zbnkeclp
110600                                                                  zbnkeclp
110700******************************************************************zbnkeclp
110800* Run-control hooks. The START call blocks this job when it has  *zbnkeclp
110900* already completed for the business date or a prerequisite has  *zbnkeclp
111000* not, and records the start on BNKRUNC; the END call records    *zbnkeclp
111100* the end time and return code. See URUNCTL.CBL.                 *zbnkeclp
111200******************************************************************zbnkeclp
111300 RUN-CONTROL-START.                                               zbnkeclp
111400     SET RUNCTL-START TO TRUE.                                    zbnkeclp
111500     MOVE 'ZBNKECLP' TO RUNCTL-JOB.                               zbnkeclp
111600     MOVE ZERO TO RUNCTL-BUSDATE.                                 zbnkeclp
111700     MOVE ZERO TO RUNCTL-RETURN-CODE.                             zbnkeclp
111800     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkeclp
111900     IF RUNCTL-BLOCKED                                            zbnkeclp
112000        MOVE RUNCTL-REPLY-TEXT TO WS-CONSOLE-MESSAGE              zbnkeclp
112100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkeclp
112200        MOVE 'Run control blocked this run' TO WS-CONSOLE-MESSAGE zbnkeclp
112300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkeclp
112400        MOVE 8 TO RETURN-CODE                                     zbnkeclp
112500        GOBACK                                                    zbnkeclp
112600     END-IF.                                                      zbnkeclp
112700 RUN-CONTROL-START-EXIT.                                          zbnkeclp
112800     EXIT.                                                        zbnkeclp
112900                                                                  zbnkeclp
113000 RUN-CONTROL-END.                                                 zbnkeclp
113100     SET RUNCTL-END TO TRUE.                                      zbnkeclp
113200     MOVE RETURN-CODE TO RUNCTL-RETURN-CODE.                      zbnkeclp
113300     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkeclp
113400                                                                  zbnkeclp
113500******************************************************************zbnkeclp
113600* Display the file status bytes                                  *zbnkeclp
113700******************************************************************zbnkeclp
113800 DISPLAY-IO-STATUS.                                               zbnkeclp
113900     IF WS-IO-STATUS NUMERIC                                      zbnkeclp
114000        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkeclp
114100        STRING 'File status -' DELIMITED BY SIZE                  zbnkeclp
114200               WS-IO-STATUS DELIMITED BY SIZE                     zbnkeclp
114300          INTO WS-CONSOLE-MESSAGE                                 zbnkeclp
114400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkeclp
114500     ELSE                                                         zbnkeclp
114600        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     zbnkeclp
114700        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    zbnkeclp
114800        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkeclp
114900        STRING 'File status -' DELIMITED BY SIZE                  zbnkeclp
115000               WS-IO-STAT1 DELIMITED BY SIZE                      zbnkeclp
115100               '/' DELIMITED BY SIZE                              zbnkeclp
115200               WS-TWO-BYTES DELIMITED BY SIZE                     zbnkeclp
115300          INTO WS-CONSOLE-MESSAGE                                 zbnkeclp
115400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkeclp
115500     END-IF.                                                      zbnkeclp
115600                                                                  zbnkeclp
115700******************************************************************zbnkeclp
115800* 'ABORT' the program. Post a message and issue a goback         *zbnkeclp
115900******************************************************************zbnkeclp
116000 ABORT-PROGRAM.                                                   zbnkeclp
116100     IF WS-CONSOLE-MESSAGE NOT = SPACES                           zbnkeclp
116200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkeclp
116300     END-IF.                                                      zbnkeclp
116400     MOVE 'Program is abending...' TO WS-CONSOLE-MESSAGE.         zbnkeclp
116500     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkeclp
116600     MOVE 16 TO RETURN-CODE.                                      zbnkeclp
116700     GOBACK.                                                      zbnkeclp
116800                                                                  zbnkeclp
116900******************************************************************zbnkeclp
117000* Display CONSOLE messages...                                    *zbnkeclp
117100******************************************************************zbnkeclp
117200 DISPLAY-CONSOLE-MESSAGE.                                         zbnkeclp
117300     DISPLAY 'ZBNKECLP - ' WS-CONSOLE-MESSAGE                     zbnkeclp
117400       UPON CONSOLE.                                              zbnkeclp
117500     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       zbnkeclp
117600                                                                  zbnkeclp
117700* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     zbnkeclp
