002000*              side), and proves total debits equal total        *zbnkglex
002100*              credits before the extract is released - an       *zbnkglex
002200*              out-of-proof run ends with return code 8.         *zbnkglex
002210*              Every entry carries the branch of the accounts    *zbnkglex
002220*              behind it, and the day's BNKIBRT inter-branch     *zbnkglex
002230*              legs are journalled to each branch's due-to or    *zbnkglex
002240*              due-from account so each branch's entries balance.*zbnkglex
002250*              Reads only the run date's postings, taken from    *zbnkglex
002260*              the BNKTXD daily posting journal, not BNKTXN.     *zbnkglex
002300******************************************************************zbnkglex
002400 IDENTIFICATION DIVISION.                                         zbnkglex
002500 PROGRAM-ID.                                                      zbnkglex
003300 INPUT-OUTPUT   SECTION.                                          zbnkglex
003400   FILE-CONTROL.                                                  zbnkglex
003500     SELECT TXN-FILE                                              zbnkglex
003600            ASSIGN       TO BNKTXD                                zbnkglex
003700            ORGANIZATION IS INDEXED                               zbnkglex
003800            ACCESS MODE  IS SEQUENTIAL                            zbnkglex
003900            RECORD KEY   IS TD-REC-KEY                            zbnkglex
004000            FILE STATUS  IS WS-TXN-STATUS.                        zbnkglex
004100     SELECT GLMAP-FILE                                            zbnkglex
004200            ASSIGN       TO BNKGLMAP                              zbnkglex
004400            ACCESS MODE  IS RANDOM                                zbnkglex
004500            RECORD KEY   IS GL-REC-TXN-TYPE                       zbnkglex
004600            FILE STATUS  IS WS-GLMAP-STATUS.                      zbnkglex
004607     SELECT ACCOUNT-FILE                                          zbnkglex
004614            ASSIGN       TO BNKACCT                               zbnkglex
004621            ORGANIZATION IS INDEXED                               zbnkglex
004628            ACCESS MODE  IS RANDOM                                zbnkglex
004635            RECORD KEY   IS BAC-REC-ACCNO                         zbnkglex
004642            FILE STATUS  IS WS-ACCOUNT-STATUS.                    zbnkglex
004649     SELECT IBRT-FILE                                             zbnkglex
004656            ASSIGN       TO BNKIBRT                               zbnkglex
004663            ORGANIZATION IS INDEXED                               zbnkglex
004670            ACCESS MODE  IS DYNAMIC                               zbnkglex
004677            RECORD KEY   IS IB-REC-KEY                            zbnkglex
004684            FILE STATUS  IS WS-IBRT-STATUS.                       zbnkglex
004700     SELECT GLIF-FILE                                             zbnkglex
004800            ASSIGN       TO GLIF                                  zbnkglex
004900            ORGANIZATION IS SEQUENTIAL                            zbnkglex
006000                                                                  zbnkglex
006100 FD  TXN-FILE.                                                    zbnkglex
006200 01  TXN-FILE-REC.                                                zbnkglex
006300 COPY CBANKVTD.                                                   zbnkglex
006400                                                                  zbnkglex
006500 FD  GLMAP-FILE.                                                  zbnkglex
006600 01  GLMAP-FILE-REC.                                              zbnkglex
006700 COPY CBANKVGL.                                                   zbnkglex
006800                                                                  zbnkglex
006810 FD  ACCOUNT-FILE.                                                zbnkglex
006820 01  ACCOUNT-FILE-REC.                                            zbnkglex
006830 COPY CBANKVAC.                                                   zbnkglex
006840                                                                  zbnkglex
006850 FD  IBRT-FILE.                                                   zbnkglex
006860 01  IBRT-FILE-REC.                                               zbnkglex
006870 COPY CBANKVIB.                                                   zbnkglex
006900******************************************************************zbnkglex
007000* One GL journal line per record. The day's postings produce a   *zbnkglex
007100* debit line and a matching credit line per posting type.        *zbnkglex
007800   05  GLI-TXN-TYPE                        PIC X(3).              zbnkglex
007900   05  GLI-DESC                            PIC X(20).             zbnkglex
008000   05  GLI-POSTING-DATE                    PIC 9(8).              zbnkglex
008010   05  GLI-BRANCH                          PIC X(3).              zbnkglex
008020   05  FILLER                              PIC X(25).             zbnkglex
008200                                                                  zbnkglex
008300 FD  JOBSUM-FILE.                                                 zbnkglex
008400 01  JOBSUM-REC                    PIC X(80).                     zbnkglex
009100   05  WS-GLMAP-STATUS.                                           zbnkglex
009200     10  WS-GLMAP-STAT1                PIC X(1).                  zbnkglex
009300     10  WS-GLMAP-STAT2                PIC X(1).                  zbnkglex
009310   05  WS-ACCOUNT-STATUS.                                         zbnkglex
009320     10  WS-ACCOUNT-STAT1              PIC X(1).                  zbnkglex
009330     10  WS-ACCOUNT-STAT2              PIC X(1).                  zbnkglex
009340   05  WS-IBRT-STATUS.                                            zbnkglex
009350     10  WS-IBRT-STAT1                 PIC X(1).                  zbnkglex
009360     10  WS-IBRT-STAT2                 PIC X(1).                  zbnkglex
009400   05  WS-GLIF-STATUS.                                            zbnkglex
009500     10  WS-GLIF-STAT1                 PIC X(1).                  zbnkglex
009600     10  WS-GLIF-STAT2                 PIC X(1).                  zbnkglex
015700     VALUE '99999999'.                                            zbnkglex
015800                                                                  zbnkglex
015900******************************************************************zbnkglex
015910* Per-type accumulation table, one entry for each posting type   *zbnkglex
015920* at each branch. The posting type is derived from the           *zbnkglex
015930* description each posting program stamps on its BNKTXN          *zbnkglex
015940* records when no type code is carried; the branch is the        *zbnkglex
015950* posted account's BNKACCT branch.                               *zbnkglex
016400******************************************************************zbnkglex
016500 01  WS-TYPE-TABLE.                                               zbnkglex
016510   05  WS-TYPE-ENTRY OCCURS 500 TIMES.                            zbnkglex
016520     10  WS-TYPE-CODE                      PIC X(3).              zbnkglex
016530     10  WS-TYPE-BRANCH                    PIC X(3).              zbnkglex
016540     10  WS-TYPE-TOTAL                     PIC S9(9)V99 COMP-3.   zbnkglex
016550 01  WS-TYPE-COUNT                         PIC 9(3) VALUE ZERO.   zbnkglex
016560 01  WS-TYPE-SUB                           PIC 9(3).              zbnkglex
016570 01  WS-TYPE-MAX                           PIC 9(3) VALUE 500.    zbnkglex
017100 01  WS-DERIVED-TYPE                       PIC X(3).              zbnkglex
017104 01  WS-POSTING-BRANCH                     PIC X(3).              zbnkglex
017108                                                                  zbnkglex
017112******************************************************************zbnkglex
017116* Inter-branch accumulation table - the day's BNKIBRT legs by    *zbnkglex
017120* branch, side (due-from/due-to) and the posting type that gave  *zbnkglex
017124* rise to them.                                                  *zbnkglex
017128******************************************************************zbnkglex
017132 01  WS-IB-TABLE.                                                 zbnkglex
017136   05  WS-IB-ENTRY OCCURS 200 TIMES.                              zbnkglex
017140     10  WS-IB-BRANCH                      PIC X(3).              zbnkglex
017144     10  WS-IB-SIDE                        PIC X(1).              zbnkglex
017148     10  WS-IB-TYPE                        PIC X(3).              zbnkglex
017152     10  WS-IB-TOTAL                       PIC S9(9)V99 COMP-3.   zbnkglex
017156 01  WS-IB-COUNT                           PIC 9(3) VALUE ZERO.   zbnkglex
017160 01  WS-IB-SUB                             PIC 9(3).              zbnkglex
017164 01  WS-IB-MAX                             PIC 9(3) VALUE 200.    zbnkglex
017168 01  WS-IB-GL-TYPE                         PIC X(3).              zbnkglex
017172 01  WS-IB-GL-ACCOUNT                      PIC X(8).              zbnkglex
017176 01  WS-IB-GL-DESC                         PIC X(20).             zbnkglex
017180 01  WS-IB-LEGS                            PIC 9(7) VALUE ZERO.   zbnkglex
017184 01  WS-END-OF-IBRT                        PIC X(3) VALUE 'NO '.  zbnkglex
017200                                                                  zbnkglex
017300 01  WS-ENTRY-AMOUNT                       PIC S9(9)V99 COMP-3.   zbnkglex
017400 01  WS-GLIF-WRITTEN                       PIC 9(7) VALUE ZERO.   zbnkglex
018700 01  WS-TYPES-UNMAPPED                     PIC 9(5) VALUE ZERO.   zbnkglex
018800                                                                  zbnkglex
018900 01  WS-END-OF-TXN                         PIC X(3) VALUE 'NO '.  zbnkglex
018910 01  WS-TXN-POSITIONED                     PIC X(3) VALUE 'NO '.  zbnkglex
018920 01  WS-TXN-DAY-EMPTY                      PIC X(3) VALUE 'NO '.  zbnkglex
018930                                                                  zbnkglex
018940 01  WS-BNKTXN-REC.                                               zbnkglex
018950 COPY CBANKVTX.                                                   zbnkglex
018960                                                                  zbnkglex
018970 01  WS-RUN-CONTROL.                                              zbnkglex
018980 COPY CRUNCTLD.                                                   zbnkglex
019000                                                                  zbnkglex
019100******************************************************************zbnkglex
019200* This job needs no run-time parameter, so unlike ZBNKSPLT and   *zbnkglex
019400******************************************************************zbnkglex
019500 PROCEDURE DIVISION.                                              zbnkglex
019600                                                                  zbnkglex
019610     PERFORM RUN-CONTROL-START                                    zbnkglex
019620         THRU RUN-CONTROL-START-EXIT.                             zbnkglex
019700     PERFORM GET-RUN-DATE.                                        zbnkglex
019800                                                                  zbnkglex
019900     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           zbnkglex
020500     PERFORM TXN-OPEN.                                            zbnkglex
020600     PERFORM GLMAP-OPEN.                                          zbnkglex
020700     PERFORM GLIF-OPEN.                                           zbnkglex
020710     PERFORM ACCOUNT-OPEN.                                        zbnkglex
020720     PERFORM IBRT-OPEN.                                           zbnkglex
020800                                                                  zbnkglex
020900     PERFORM SUMMARISE-TODAYS-POSTINGS.                           zbnkglex
021000     PERFORM WRITE-JOURNAL-ENTRIES.                               zbnkglex
021010     PERFORM SUMMARISE-INTER-BRANCH.                              zbnkglex
021020     PERFORM WRITE-INTER-BRANCH-ENTRIES.                          zbnkglex
021100                                                                  zbnkglex
021200     PERFORM TXN-CLOSE.                                           zbnkglex
021300     PERFORM GLMAP-CLOSE.                                         zbnkglex
021400     PERFORM GLIF-CLOSE.                                          zbnkglex
021410     PERFORM ACCOUNT-CLOSE.                                       zbnkglex
021420     PERFORM IBRT-CLOSE.                                          zbnkglex
021500                                                                  zbnkglex
021600     PERFORM PROVE-EXTRACT-BALANCES.                              zbnkglex
021700     PERFORM PRINT-JOB-SUMMARY.                                   zbnkglex
021800                                                                  zbnkglex
021900     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     zbnkglex
022000     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkglex
022010     PERFORM RUN-CONTROL-END.                                     zbnkglex
022100     GOBACK.                                                      zbnkglex
022200                                                                  zbnkglex
022300******************************************************************zbnkglex
026400* its amount into that type's accumulator.                       *zbnkglex
026500******************************************************************zbnkglex
026600 ACCUMULATE-ONE-POSTING.                                          zbnkglex
026610     PERFORM DERIVE-TXN-TYPE                                      zbnkglex
026620         THRU DERIVE-TXN-TYPE-EXIT.                               zbnkglex
026630     PERFORM GET-POSTING-BRANCH.                                  zbnkglex
026640     PERFORM ACCUMULATE-FIND-STEP                                 zbnkglex
026650         VARYING WS-TYPE-SUB FROM 1 BY 1                          zbnkglex
026660         UNTIL WS-TYPE-SUB IS GREATER THAN WS-TYPE-COUNT          zbnkglex
026670            OR (WS-TYPE-CODE (WS-TYPE-SUB) IS EQUAL TO            zbnkglex
026680                WS-DERIVED-TYPE                                   zbnkglex
026690            AND WS-TYPE-BRANCH (WS-TYPE-SUB) IS EQUAL TO          zbnkglex
026700                WS-POSTING-BRANCH).                               zbnkglex
026710     IF WS-TYPE-SUB IS GREATER THAN WS-TYPE-COUNT                 zbnkglex
026720        IF WS-TYPE-COUNT IS NOT LESS THAN WS-TYPE-MAX             zbnkglex
026730           MOVE 'Type/branch table full' TO WS-CONSOLE-MESSAGE    zbnkglex
026740           PERFORM ABORT-PROGRAM                                  zbnkglex
026750        END-IF                                                    zbnkglex
026760        ADD 1 TO WS-TYPE-COUNT                                    zbnkglex
026770        MOVE WS-DERIVED-TYPE TO WS-TYPE-CODE (WS-TYPE-COUNT)      zbnkglex
026780        MOVE WS-POSTING-BRANCH TO WS-TYPE-BRANCH (WS-TYPE-COUNT)  zbnkglex
026790        MOVE ZERO TO WS-TYPE-TOTAL (WS-TYPE-COUNT)                zbnkglex
026800        MOVE WS-TYPE-COUNT TO WS-TYPE-SUB                         zbnkglex
026810     END-IF.                                                      zbnkglex
026820     ADD BTX-REC-AMOUNT TO WS-TYPE-TOTAL (WS-TYPE-SUB).           zbnkglex
026830     ADD 1 TO WS-TXNS-SUMMARISED.                                 zbnkglex
028200                                                                  zbnkglex
028300 ACCUMULATE-FIND-STEP.                                            zbnkglex
028400     CONTINUE.                                                    zbnkglex
028407******************************************************************zbnkglex
028414* The branch a posting is journalled to is that of the account   *zbnkglex
028421* it was posted on. A posting on an account no longer on file is *zbnkglex
028428* journalled with no branch.                                     *zbnkglex
028435******************************************************************zbnkglex
028442 GET-POSTING-BRANCH.                                              zbnkglex
028449     MOVE BTX-REC-ACCNO TO BAC-REC-ACCNO.                         zbnkglex
028456     READ ACCOUNT-FILE.                                           zbnkglex
028463     IF WS-ACCOUNT-STATUS = '00'                                  zbnkglex
028470        MOVE BAC-REC-BRANCH TO WS-POSTING-BRANCH                  zbnkglex
028477     ELSE                                                         zbnkglex
028484        MOVE SPACES TO WS-POSTING-BRANCH                          zbnkglex
028491     END-IF.                                                      zbnkglex
028500                                                                  zbnkglex
028600******************************************************************zbnkglex
028700* Classify a posting from the description its source program     *zbnkglex
036900     MOVE 'DR' TO GLI-DRCR.                                       zbnkglex
037000     MOVE WS-ENTRY-AMOUNT TO GLI-AMOUNT.                          zbnkglex
037100     MOVE WS-TYPE-CODE (WS-TYPE-SUB) TO GLI-TXN-TYPE.             zbnkglex
037110     MOVE WS-TYPE-BRANCH (WS-TYPE-SUB) TO GLI-BRANCH.             zbnkglex
037200     MOVE GL-REC-DESC TO GLI-DESC.                                zbnkglex
037300     MOVE WS-TODAY-DATE-N TO GLI-POSTING-DATE.                    zbnkglex
037400     ADD WS-ENTRY-AMOUNT TO WS-TOTAL-DEBITS.                      zbnkglex
038000     MOVE 'CR' TO GLI-DRCR.                                       zbnkglex
038100     MOVE WS-ENTRY-AMOUNT TO GLI-AMOUNT.                          zbnkglex
038200     MOVE WS-TYPE-CODE (WS-TYPE-SUB) TO GLI-TXN-TYPE.             zbnkglex
038210     MOVE WS-TYPE-BRANCH (WS-TYPE-SUB) TO GLI-BRANCH.             zbnkglex
038300     MOVE GL-REC-DESC TO GLI-DESC.                                zbnkglex
038400     MOVE WS-TODAY-DATE-N TO GLI-POSTING-DATE.                    zbnkglex
038500     ADD WS-ENTRY-AMOUNT TO WS-TOTAL-CREDITS.                     zbnkglex
039100     MOVE 'DR' TO GLI-DRCR.                                       zbnkglex
039200     MOVE WS-ENTRY-AMOUNT TO GLI-AMOUNT.                          zbnkglex
039300     MOVE WS-TYPE-CODE (WS-TYPE-SUB) TO GLI-TXN-TYPE.             zbnkglex
039310     MOVE WS-TYPE-BRANCH (WS-TYPE-SUB) TO GLI-BRANCH.             zbnkglex
039400     MOVE 'Customer deposits   ' TO GLI-DESC.                     zbnkglex
039500     MOVE WS-TODAY-DATE-N TO GLI-POSTING-DATE.                    zbnkglex
039600     ADD WS-ENTRY-AMOUNT TO WS-TOTAL-DEBITS.                      zbnkglex
040200     MOVE 'CR' TO GLI-DRCR.                                       zbnkglex
040300     MOVE WS-ENTRY-AMOUNT TO GLI-AMOUNT.                          zbnkglex
040400     MOVE WS-TYPE-CODE (WS-TYPE-SUB) TO GLI-TXN-TYPE.             zbnkglex
040410     MOVE WS-TYPE-BRANCH (WS-TYPE-SUB) TO GLI-BRANCH.             zbnkglex
040500     MOVE 'Customer deposits   ' TO GLI-DESC.                     zbnkglex
040600     MOVE WS-TODAY-DATE-N TO GLI-POSTING-DATE.                    zbnkglex
040700     ADD WS-ENTRY-AMOUNT TO WS-TOTAL-CREDITS.                     zbnkglex
040800     PERFORM GLIF-PUT.                                            zbnkglex
040900                                                                  zbnkglex
040906******************************************************************zbnkglex
040912* Gather today's inter-branch legs by branch, side and posting   *zbnkglex
040918* type. BNKIBRT is keyed by posting date first, so the browse    *zbnkglex
040924* starts at today and stops at the first leg of a later day.     *zbnkglex
040930******************************************************************zbnkglex
040936 SUMMARISE-INTER-BRANCH.                                          zbnkglex
040942     MOVE LOW-VALUES TO IB-REC-KEY.                               zbnkglex
040948     MOVE WS-TODAY-DATE-N TO IB-REC-DATE.                         zbnkglex
040954     MOVE 'NO ' TO WS-END-OF-IBRT.                                zbnkglex
040960     START IBRT-FILE KEY IS NOT LESS THAN IB-REC-KEY.             zbnkglex
040966     IF WS-IBRT-STATUS NOT = '00'                                 zbnkglex
040972        MOVE 'YES' TO WS-END-OF-IBRT                              zbnkglex
040978     ELSE                                                         zbnkglex
040984        PERFORM IBRT-GET                                          zbnkglex
040990     END-IF.                                                      zbnkglex
040996     PERFORM ACCUMULATE-ONE-LEG                                   zbnkglex
041002         THRU ACCUMULATE-ONE-LEG-EXIT                             zbnkglex
041008         UNTIL WS-END-OF-IBRT = 'YES'.                            zbnkglex
041014                                                                  zbnkglex
041020 ACCUMULATE-ONE-LEG.                                              zbnkglex
041026     IF IB-REC-DATE IS NOT EQUAL TO WS-TODAY-DATE-N               zbnkglex
041032        MOVE 'YES' TO WS-END-OF-IBRT                              zbnkglex
041038        GO TO ACCUMULATE-ONE-LEG-EXIT                             zbnkglex
041044     END-IF.                                                      zbnkglex
041050     PERFORM ACCUMULATE-FIND-STEP                                 zbnkglex
041056         VARYING WS-IB-SUB FROM 1 BY 1                            zbnkglex
041062         UNTIL WS-IB-SUB IS GREATER THAN WS-IB-COUNT              zbnkglex
041068            OR (WS-IB-BRANCH (WS-IB-SUB) IS EQUAL TO IB-REC-BRANCHzbnkglex
041074            AND WS-IB-SIDE (WS-IB-SUB) IS EQUAL TO IB-REC-SIDE    zbnkglex
041080            AND WS-IB-TYPE (WS-IB-SUB) IS EQUAL TO                zbnkglex
041086                IB-REC-TXN-TYPE).                                 zbnkglex
041092     IF WS-IB-SUB IS GREATER THAN WS-IB-COUNT                     zbnkglex
041098        IF WS-IB-COUNT IS NOT LESS THAN WS-IB-MAX                 zbnkglex
041104           MOVE 'Inter-branch table full' TO WS-CONSOLE-MESSAGE   zbnkglex
041110           PERFORM ABORT-PROGRAM                                  zbnkglex
041116        END-IF                                                    zbnkglex
041122        ADD 1 TO WS-IB-COUNT                                      zbnkglex
041128        MOVE IB-REC-BRANCH TO WS-IB-BRANCH (WS-IB-COUNT)          zbnkglex
041134        MOVE IB-REC-SIDE TO WS-IB-SIDE (WS-IB-COUNT)              zbnkglex
041140        MOVE IB-REC-TXN-TYPE TO WS-IB-TYPE (WS-IB-COUNT)          zbnkglex
041146        MOVE ZERO TO WS-IB-TOTAL (WS-IB-COUNT)                    zbnkglex
041152        MOVE WS-IB-COUNT TO WS-IB-SUB                             zbnkglex
041158     END-IF.                                                      zbnkglex
041164     ADD IB-REC-AMOUNT TO WS-IB-TOTAL (WS-IB-SUB).                zbnkglex
041170     ADD 1 TO WS-IB-LEGS.                                         zbnkglex
041176     PERFORM IBRT-GET.                                            zbnkglex
041182 ACCUMULATE-ONE-LEG-EXIT.                                         zbnkglex
041188     EXIT.                                                        zbnkglex
041194                                                                  zbnkglex
041200******************************************************************zbnkglex
041206* Journal each branch's inter-branch total against the account   *zbnkglex
041212* the originating posting type is mapped to. A due-from total    *zbnkglex
041218* debits the branch's due-from-branches account (type IBF), a    *zbnkglex
041224* due-to total credits its due-to-branches account (type IBT),   *zbnkglex
041230* so at each branch the leg stands in for the cash or transfer   *zbnkglex
041236* clearing the other branch actually holds, and the two          *zbnkglex
041242* branches' entries net to nothing across the bank.              *zbnkglex
041248******************************************************************zbnkglex
041254 WRITE-INTER-BRANCH-ENTRIES.                                      zbnkglex
041260     PERFORM WRITE-ONE-IB-ENTRY                                   zbnkglex
041266         THRU WRITE-ONE-IB-ENTRY-EXIT                             zbnkglex
041272         VARYING WS-IB-SUB FROM 1 BY 1                            zbnkglex
041278         UNTIL WS-IB-SUB IS GREATER THAN WS-IB-COUNT.             zbnkglex
041284                                                                  zbnkglex
041290 WRITE-ONE-IB-ENTRY.                                              zbnkglex
041296     IF WS-IB-TOTAL (WS-IB-SUB) IS EQUAL TO ZERO                  zbnkglex
041302        GO TO WRITE-ONE-IB-ENTRY-EXIT                             zbnkglex
041308     END-IF.                                                      zbnkglex
041314     IF WS-IB-SIDE (WS-IB-SUB) IS EQUAL TO 'F'                    zbnkglex
041320        MOVE 'IBF' TO WS-IB-GL-TYPE                               zbnkglex
041326     ELSE                                                         zbnkglex
041332        MOVE 'IBT' TO WS-IB-GL-TYPE                               zbnkglex
041338     END-IF.                                                      zbnkglex
041344     MOVE WS-IB-GL-TYPE TO GL-REC-TXN-TYPE.                       zbnkglex
041350     PERFORM GLMAP-READ-OR-SUSPENSE.                              zbnkglex
041356     MOVE GL-REC-GL-ACCOUNT TO WS-IB-GL-ACCOUNT.                  zbnkglex
041362     MOVE GL-REC-DESC TO WS-IB-GL-DESC.                           zbnkglex
041368     MOVE WS-IB-TYPE (WS-IB-SUB) TO GL-REC-TXN-TYPE.              zbnkglex
041374     PERFORM GLMAP-READ-OR-SUSPENSE.                              zbnkglex
041380     MOVE WS-IB-TOTAL (WS-IB-SUB) TO WS-ENTRY-AMOUNT.             zbnkglex
041386     IF WS-IB-SIDE (WS-IB-SUB) IS EQUAL TO 'F'                    zbnkglex
041392        PERFORM GLIF-PUT-DEBIT-INTER-BRANCH                       zbnkglex
041398        PERFORM GLIF-PUT-CREDIT-LEG-TYPE                          zbnkglex
041404     ELSE                                                         zbnkglex
041410        PERFORM GLIF-PUT-DEBIT-LEG-TYPE                           zbnkglex
041416        PERFORM GLIF-PUT-CREDIT-INTER-BRANCH                      zbnkglex
041422     END-IF.                                                      zbnkglex
041428 WRITE-ONE-IB-ENTRY-EXIT.                                         zbnkglex
041434     EXIT.                                                        zbnkglex
041440                                                                  zbnkglex
041446******************************************************************zbnkglex
041452* Read the GL mapping for the type in GL-REC-TXN-TYPE, falling   *zbnkglex
041458* back to the suspense account as the per-type entries do.       *zbnkglex
041464******************************************************************zbnkglex
041470 GLMAP-READ-OR-SUSPENSE.                                          zbnkglex
041476     PERFORM GLMAP-READ.                                          zbnkglex
041482     IF WS-GLMAP-STATUS NOT = '00'                                zbnkglex
041488        ADD 1 TO WS-TYPES-UNMAPPED                                zbnkglex
041494        MOVE SPACES TO WS-CONSOLE-MESSAGE                         zbnkglex
041500        STRING 'No GL mapping for type ' DELIMITED BY SIZE        zbnkglex
041506               GL-REC-TXN-TYPE DELIMITED BY SIZE                  zbnkglex
041512          INTO WS-CONSOLE-MESSAGE                                 zbnkglex
041518        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkglex
041524        MOVE WS-SUSPENSE-GL-ACCOUNT TO GL-REC-GL-ACCOUNT          zbnkglex
041530        MOVE 'Unmapped posting type' TO GL-REC-DESC               zbnkglex
041536     END-IF.                                                      zbnkglex
041542                                                                  zbnkglex
041548 GLIF-PUT-DEBIT-INTER-BRANCH.                                     zbnkglex
041554     MOVE SPACES TO GLIF-REC.                                     zbnkglex
041560     MOVE WS-IB-GL-ACCOUNT TO GLI-GL-ACCOUNT.                     zbnkglex
041566     MOVE 'DR' TO GLI-DRCR.                                       zbnkglex
041572     MOVE WS-ENTRY-AMOUNT TO GLI-AMOUNT.                          zbnkglex
041578     MOVE WS-IB-GL-TYPE TO GLI-TXN-TYPE.                          zbnkglex
041584     MOVE WS-IB-GL-DESC TO GLI-DESC.                              zbnkglex
041590     MOVE WS-TODAY-DATE-N TO GLI-POSTING-DATE.                    zbnkglex
041596     MOVE WS-IB-BRANCH (WS-IB-SUB) TO GLI-BRANCH.                 zbnkglex
041602     ADD WS-ENTRY-AMOUNT TO WS-TOTAL-DEBITS.                      zbnkglex
041608     PERFORM GLIF-PUT.                                            zbnkglex
041614                                                                  zbnkglex
041620 GLIF-PUT-CREDIT-INTER-BRANCH.                                    zbnkglex
041626     MOVE SPACES TO GLIF-REC.                                     zbnkglex
041632     MOVE WS-IB-GL-ACCOUNT TO GLI-GL-ACCOUNT.                     zbnkglex
041638     MOVE 'CR' TO GLI-DRCR.                                       zbnkglex
041644     MOVE WS-ENTRY-AMOUNT TO GLI-AMOUNT.                          zbnkglex
041650     MOVE WS-IB-GL-TYPE TO GLI-TXN-TYPE.                          zbnkglex
041656     MOVE WS-IB-GL-DESC TO GLI-DESC.                              zbnkglex
041662     MOVE WS-TODAY-DATE-N TO GLI-POSTING-DATE.                    zbnkglex
041668     MOVE WS-IB-BRANCH (WS-IB-SUB) TO GLI-BRANCH.                 zbnkglex
041674     ADD WS-ENTRY-AMOUNT TO WS-TOTAL-CREDITS.                     zbnkglex
041680     PERFORM GLIF-PUT.                                            zbnkglex
041686                                                                  zbnkglex
041692 GLIF-PUT-DEBIT-LEG-TYPE.                                         zbnkglex
041698     MOVE SPACES TO GLIF-REC.                                     zbnkglex
041704     MOVE GL-REC-GL-ACCOUNT TO GLI-GL-ACCOUNT.                    zbnkglex
041710     MOVE 'DR' TO GLI-DRCR.                                       zbnkglex
041716     MOVE WS-ENTRY-AMOUNT TO GLI-AMOUNT.                          zbnkglex
041722     MOVE WS-IB-TYPE (WS-IB-SUB) TO GLI-TXN-TYPE.                 zbnkglex
041728     MOVE GL-REC-DESC TO GLI-DESC.                                zbnkglex
041734     MOVE WS-TODAY-DATE-N TO GLI-POSTING-DATE.                    zbnkglex
041740     MOVE WS-IB-BRANCH (WS-IB-SUB) TO GLI-BRANCH.                 zbnkglex
041746     ADD WS-ENTRY-AMOUNT TO WS-TOTAL-DEBITS.                      zbnkglex
041752     PERFORM GLIF-PUT.                                            zbnkglex
041758                                                                  zbnkglex
041764 GLIF-PUT-CREDIT-LEG-TYPE.                                        zbnkglex
041770     MOVE SPACES TO GLIF-REC.                                     zbnkglex
041776     MOVE GL-REC-GL-ACCOUNT TO GLI-GL-ACCOUNT.                    zbnkglex
041782     MOVE 'CR' TO GLI-DRCR.                                       zbnkglex
041788     MOVE WS-ENTRY-AMOUNT TO GLI-AMOUNT.                          zbnkglex
041794     MOVE WS-IB-TYPE (WS-IB-SUB) TO GLI-TXN-TYPE.                 zbnkglex
041800     MOVE GL-REC-DESC TO GLI-DESC.                                zbnkglex
041806     MOVE WS-TODAY-DATE-N TO GLI-POSTING-DATE.                    zbnkglex
041812     MOVE WS-IB-BRANCH (WS-IB-SUB) TO GLI-BRANCH.                 zbnkglex
041818     ADD WS-ENTRY-AMOUNT TO WS-TOTAL-CREDITS.                     zbnkglex
041824     PERFORM GLIF-PUT.                                            zbnkglex
041830******************************************************************zbnkglex
041836* Prove the released extract balances. Debits and credits are    *zbnkglex
041842* built pairwise so they can only differ if this program is      *zbnkglex
041848* broken - in which case accounting must not post the file, so   *zbnkglex
041854* the job ends with return code 8.                               *zbnkglex
041860******************************************************************zbnkglex
041866 PROVE-EXTRACT-BALANCES.                                          zbnkglex
041872     IF WS-TOTAL-DEBITS IS EQUAL TO WS-TOTAL-CREDITS              zbnkglex
041878        MOVE 'GL extract in proof' TO WS-CONSOLE-MESSAGE          zbnkglex
041884        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkglex
042000        MOVE 0 TO RETURN-CODE                                     zbnkglex
042100     ELSE                                                         zbnkglex
042200        MOVE 'GL extract OUT OF PROOF - do not release'           zbnkglex
042600     END-IF.                                                      zbnkglex
042700                                                                  zbnkglex
042800******************************************************************zbnkglex
042900* Open the BNKTXD daily posting journal for input.               *zbnkglex
043000******************************************************************zbnkglex
043100 TXN-OPEN.                                                        zbnkglex
043200     OPEN INPUT TXN-FILE.                                         zbnkglex
044200     END-IF.                                                      zbnkglex
044300                                                                  zbnkglex
044400******************************************************************zbnkglex
044500* Return the next BNKTXD journal entry for the run date.         *zbnkglex
044600******************************************************************zbnkglex
044605 TXN-GET.                                                         zbnkglex
044610     IF WS-TXN-POSITIONED = 'NO '                                 zbnkglex
044615        PERFORM TXN-START-DAY                                     zbnkglex
044620     END-IF.                                                      zbnkglex
044625     IF WS-TXN-DAY-EMPTY = 'YES'                                  zbnkglex
044630        MOVE 'YES' TO WS-END-OF-TXN                               zbnkglex
044635     ELSE                                                         zbnkglex
044640        PERFORM TXN-READ-NEXT                                     zbnkglex
044645     END-IF.                                                      zbnkglex
044650                                                                  zbnkglex
044655******************************************************************zbnkglex
044660* Position the journal on the first entry for the run date. No   *zbnkglex
044665* entries at all for the day is not an error, just an empty day. *zbnkglex
044670******************************************************************zbnkglex
044675 TXN-START-DAY.                                                   zbnkglex
044680     MOVE 'YES' TO WS-TXN-POSITIONED.                             zbnkglex
044685     MOVE WS-TODAY-DATE-N TO TD-REC-KEY-DTE.                      zbnkglex
044690     MOVE LOW-VALUES TO TD-REC-KEY-TXN.                           zbnkglex
044695     START TXN-FILE KEY IS NOT LESS THAN TD-REC-KEY.              zbnkglex
044700     IF WS-TXN-STATUS = '23'                                      zbnkglex
044705        MOVE 'YES' TO WS-TXN-DAY-EMPTY                            zbnkglex
044710     ELSE                                                         zbnkglex
044715        IF WS-TXN-STATUS NOT = '00'                               zbnkglex
044720           MOVE 'TXN Error positioning file ...'                  zbnkglex
044725             TO WS-CONSOLE-MESSAGE                                zbnkglex
044730           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkglex
044735           MOVE WS-TXN-STATUS TO WS-IO-STATUS                     zbnkglex
044740           PERFORM DISPLAY-IO-STATUS                              zbnkglex
044745           PERFORM ABORT-PROGRAM                                  zbnkglex
044750        END-IF                                                    zbnkglex
044755     END-IF.                                                      zbnkglex
044760                                                                  zbnkglex
044765******************************************************************zbnkglex
044770* Read the next journal entry. The day ends at the first entry   *zbnkglex
044775* for a later date; the posting itself is handed on in           *zbnkglex
044780* WS-BNKTXN-REC.                                                 *zbnkglex
044785******************************************************************zbnkglex
044790 TXN-READ-NEXT.                                                   zbnkglex
044800     READ TXN-FILE NEXT RECORD.                                   zbnkglex
044900     IF WS-TXN-STATUS NOT = '00'                                  zbnkglex
045000        IF WS-TXN-STATUS = '10'                                   zbnkglex
045800           PERFORM ABORT-PROGRAM                                  zbnkglex
045900        END-IF                                                    zbnkglex
046000     END-IF.                                                      zbnkglex
046010     IF WS-TXN-STATUS = '00'                                      zbnkglex
046020        IF TD-REC-POST-DTE IS EQUAL TO WS-TODAY-DATE-N            zbnkglex
046030           MOVE TD-REC-TXN TO WS-BNKTXN-REC                       zbnkglex
046040        ELSE                                                      zbnkglex
046050           MOVE 'YES' TO WS-END-OF-TXN                            zbnkglex
046060        END-IF                                                    zbnkglex
046070     END-IF.                                                      zbnkglex
046100                                                                  zbnkglex
046200******************************************************************zbnkglex
046300* Close the TXN file.                                            *zbnkglex
050200******************************************************************zbnkglex
050300* Close the GLMAP file.                                          *zbnkglex
050400******************************************************************zbnkglex
050401******************************************************************zbnkglex
050402* Open and close the ACCOUNT file, read at random for the branch *zbnkglex
050403* of each posted account.                                        *zbnkglex
050404******************************************************************zbnkglex
050405 ACCOUNT-OPEN.                                                    zbnkglex
050406     OPEN INPUT ACCOUNT-FILE.                                     zbnkglex
050407     IF WS-ACCOUNT-STATUS = '00'                                  zbnkglex
050408        MOVE 'ACCOUNT file opened OK' TO WS-CONSOLE-MESSAGE       zbnkglex
050409        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkglex
050410     ELSE                                                         zbnkglex
050411        MOVE 'ACCOUNT file open failure...' TO WS-CONSOLE-MESSAGE zbnkglex
050412        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkglex
050413        MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                    zbnkglex
050414        PERFORM DISPLAY-IO-STATUS                                 zbnkglex
050415        PERFORM ABORT-PROGRAM                                     zbnkglex
050416     END-IF.                                                      zbnkglex
050417                                                                  zbnkglex
050418 ACCOUNT-CLOSE.                                                   zbnkglex
050419     CLOSE ACCOUNT-FILE.                                          zbnkglex
050420     IF WS-ACCOUNT-STATUS = '00'                                  zbnkglex
050421        MOVE 'ACCOUNT file closed OK' TO WS-CONSOLE-MESSAGE       zbnkglex
050422        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkglex
050423     ELSE                                                         zbnkglex
050424        MOVE 'ACCOUNT file close failure...' TO WS-CONSOLE-MESSAGEzbnkglex
050425        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkglex
050426        MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                    zbnkglex
050427        PERFORM DISPLAY-IO-STATUS                                 zbnkglex
050428        PERFORM ABORT-PROGRAM                                     zbnkglex
050429     END-IF.                                                      zbnkglex
050430                                                                  zbnkglex
050431******************************************************************zbnkglex
050432* Open, read and close the IBRT inter-branch file.               *zbnkglex
050433******************************************************************zbnkglex
050434 IBRT-OPEN.                                                       zbnkglex
050435     OPEN INPUT IBRT-FILE.                                        zbnkglex
050436     IF WS-IBRT-STATUS = '00'                                     zbnkglex
050437        MOVE 'IBRT file opened OK' TO WS-CONSOLE-MESSAGE          zbnkglex
050438        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkglex
050439     ELSE                                                         zbnkglex
050440        MOVE 'IBRT file open failure...' TO WS-CONSOLE-MESSAGE    zbnkglex
050441        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkglex
050442        MOVE WS-IBRT-STATUS TO WS-IO-STATUS                       zbnkglex
050443        PERFORM DISPLAY-IO-STATUS                                 zbnkglex
050444        PERFORM ABORT-PROGRAM                                     zbnkglex
050445     END-IF.                                                      zbnkglex
050446                                                                  zbnkglex
050447 IBRT-GET.                                                        zbnkglex
050448     READ IBRT-FILE NEXT RECORD.                                  zbnkglex
050449     IF WS-IBRT-STATUS NOT = '00'                                 zbnkglex
050450        IF WS-IBRT-STATUS = '10'                                  zbnkglex
050451           MOVE 'YES' TO WS-END-OF-IBRT                           zbnkglex
050452        ELSE                                                      zbnkglex
050453           MOVE 'IBRT Error reading file ...'                     zbnkglex
050454             TO WS-CONSOLE-MESSAGE                                zbnkglex
050455           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkglex
050456           MOVE WS-IBRT-STATUS TO WS-IO-STATUS                    zbnkglex
050457           PERFORM DISPLAY-IO-STATUS                              zbnkglex
050458           PERFORM ABORT-PROGRAM                                  zbnkglex
050459        END-IF                                                    zbnkglex
050460     END-IF.                                                      zbnkglex
050461                                                                  zbnkglex
050462 IBRT-CLOSE.                                                      zbnkglex
050463     CLOSE IBRT-FILE.                                             zbnkglex
050464     IF WS-IBRT-STATUS = '00'                                     zbnkglex
050465        MOVE 'IBRT file closed OK' TO WS-CONSOLE-MESSAGE          zbnkglex
050466        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkglex
050467     ELSE                                                         zbnkglex
050468        MOVE 'IBRT file close failure...' TO WS-CONSOLE-MESSAGE   zbnkglex
050469        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkglex
050470        MOVE WS-IBRT-STATUS TO WS-IO-STATUS                       zbnkglex
050471        PERFORM DISPLAY-IO-STATUS                                 zbnkglex
050472        PERFORM ABORT-PROGRAM                                     zbnkglex
050473     END-IF.                                                      zbnkglex
050500 GLMAP-CLOSE.                                                     zbnkglex
050600     CLOSE GLMAP-FILE.                                            zbnkglex
050700     IF WS-GLMAP-STATUS = '00'                                    zbnkglex
059500            WS-TYPES-UNMAPPED DELIMITED BY SIZE                   zbnkglex
059600       INTO JOBSUM-REC.                                           zbnkglex
059700     PERFORM JOBSUM-PUT.                                          zbnkglex
059710     MOVE SPACES TO JOBSUM-REC.                                   zbnkglex
059720     STRING 'Inter-branch legs journalled:' DELIMITED BY SIZE     zbnkglex
059730            WS-IB-LEGS DELIMITED BY SIZE                          zbnkglex
059740       INTO JOBSUM-REC.                                           zbnkglex
059750     PERFORM JOBSUM-PUT.                                          zbnkglex
059800     PERFORM JOBSUM-CLOSE.                                        zbnkglex
059900     MOVE 'Job summary written to JOBSUM'                         zbnkglex
060000       TO WS-CONSOLE-MESSAGE.                                     zbnkglex
067400                                                                  zbnkglex
067500 MONTH-LOOKUP-STEP.                                               zbnkglex
067600     CONTINUE.                                                    zbnkglex
067603                                                                  zbnkglex
067606******************************************************************zbnkglex
067609* Run-control hooks. The START call blocks this job when it has  *zbnkglex
067612* already completed for the business date or a prerequisite has  *zbnkglex
067615* not, and records the start on BNKRUNC; the END call records    *zbnkglex
067618* the end time and return code. See URUNCTL.CBL.                 *zbnkglex
067621******************************************************************zbnkglex
067624 RUN-CONTROL-START.                                               zbnkglex
067627     SET RUNCTL-START TO TRUE.                                    zbnkglex
067630     MOVE 'ZBNKGLEX' TO RUNCTL-JOB.                               zbnkglex
067633     MOVE ZERO TO RUNCTL-BUSDATE.                                 zbnkglex
067636     MOVE ZERO TO RUNCTL-RETURN-CODE.                             zbnkglex
067639     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkglex
067642     IF RUNCTL-BLOCKED                                            zbnkglex
067645        MOVE RUNCTL-REPLY-TEXT TO WS-CONSOLE-MESSAGE              zbnkglex
067648        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkglex
067651        MOVE 'Run control blocked this run' TO WS-CONSOLE-MESSAGE zbnkglex
067654        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkglex
067657        MOVE 8 TO RETURN-CODE                                     zbnkglex
067660        GOBACK                                                    zbnkglex
067663     END-IF.                                                      zbnkglex
067666 RUN-CONTROL-START-EXIT.                                          zbnkglex
067669     EXIT.                                                        zbnkglex
067672                                                                  zbnkglex
067675 RUN-CONTROL-END.                                                 zbnkglex
067678     SET RUNCTL-END TO TRUE.                                      zbnkglex
067681     MOVE RETURN-CODE TO RUNCTL-RETURN-CODE.                      zbnkglex
067684     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkglex
067687                                                                  zbnkglex
067700******************************************************************zbnkglex
067800* Display the file status bytes                                  *zbnkglex
067900******************************************************************zbnkglex
