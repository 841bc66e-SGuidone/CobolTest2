000100******************************************************************zbnkrcrt
000200*                                                                *zbnkrcrt
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.    *zbnkrcrt
000400*   This demonstration program is provided for use by users      *zbnkrcrt
000500*   of Micro Focus products and may be used, modified and        *zbnkrcrt
000600*   distributed as part of your application provided that        *zbnkrcrt
000700*   you properly acknowledge the copyright of Micro Focus        *zbnkrcrt
000800*   in this material.                                            *zbnkrcrt
000900*                                                                *zbnkrcrt
001000******************************************************************zbnkrcrt
001100                                                                  zbnkrcrt
001200******************************************************************zbnkrcrt
001300* ZBNKRCRT.CBL                                                   *zbnkrcrt
001400* Function:    Quarterly access recertification. Reads the       *zbnkrcrt
001500*              BNKSTAF staff access register, grouped by the     *zbnkrcrt
001600*              branch manager who answers for each userid, and   *zbnkrcrt
001700*              lists every active role with the user's last      *zbnkrcrt
001800*              sign-on from BNKSESS, marking each role on        *zbnkrcrt
001900*              BNKSTAF as awaiting the manager's confirm or      *zbnkrcrt
002000*              revoke on DBANK61P. A userid with no sign-on for  *zbnkrcrt
002100*              more days than the INACTDAY record on BNKSYSC     *zbnkrcrt
002200*              allows (90 without one) is disabled on BNKUSRF.   *zbnkrcrt
002300*              Role pairs held on the BNKSODC conflicts table    *zbnkrcrt
002400*              are flagged as segregation-of-duties breaches,    *zbnkrcrt
002500*              and role codes not on BNKROLE are reported.       *zbnkrcrt
002600*              Ends with return code 4 when any breach is found. *zbnkrcrt
002700******************************************************************zbnkrcrt
002800 IDENTIFICATION DIVISION.                                         zbnkrcrt
002900 PROGRAM-ID.                                                      zbnkrcrt
003000     ZBNKRCRT.                                                    zbnkrcrt
003100 DATE-WRITTEN.                                                    zbnkrcrt
003200     October 2026.                                                zbnkrcrt
003300 DATE-COMPILED.                                                   zbnkrcrt
003400     Today.                                                       zbnkrcrt
003500                                                                  zbnkrcrt
003600 ENVIRONMENT DIVISION.                                            zbnkrcrt
003700 INPUT-OUTPUT   SECTION.                                          zbnkrcrt
003800   FILE-CONTROL.                                                  zbnkrcrt
003900     SELECT STAF-FILE                                             zbnkrcrt
004000            ASSIGN       TO BNKSTAF                               zbnkrcrt
004100            ORGANIZATION IS INDEXED                               zbnkrcrt
004200            ACCESS MODE  IS DYNAMIC                               zbnkrcrt
004300            RECORD KEY   IS UR-REC-KEY                            zbnkrcrt
004400            FILE STATUS  IS WS-STAF-STATUS.                       zbnkrcrt
004500     SELECT ROLE-FILE                                             zbnkrcrt
004600            ASSIGN       TO BNKROLE                               zbnkrcrt
004700            ORGANIZATION IS INDEXED                               zbnkrcrt
004800            ACCESS MODE  IS DYNAMIC                               zbnkrcrt
004900            RECORD KEY   IS RL-REC-KEY                            zbnkrcrt
005000            FILE STATUS  IS WS-ROLE-STATUS.                       zbnkrcrt
005100     SELECT SESS-FILE                                             zbnkrcrt
005200            ASSIGN       TO BNKSESS                               zbnkrcrt
005300            ORGANIZATION IS INDEXED                               zbnkrcrt
005400            ACCESS MODE  IS DYNAMIC                               zbnkrcrt
005500            RECORD KEY   IS SE-REC-KEY                            zbnkrcrt
005600            FILE STATUS  IS WS-SESS-STATUS.                       zbnkrcrt
005700     SELECT USRF-FILE                                             zbnkrcrt
005800            ASSIGN       TO BNKUSRF                               zbnkrcrt
005900            ORGANIZATION IS INDEXED                               zbnkrcrt
006000            ACCESS MODE  IS RANDOM                                zbnkrcrt
006100            RECORD KEY   IS USR-REC-USERID                        zbnkrcrt
006200            FILE STATUS  IS WS-USRF-STATUS.                       zbnkrcrt
006300     SELECT SODC-FILE                                             zbnkrcrt
006400            ASSIGN       TO BNKSODC                               zbnkrcrt
006500            ORGANIZATION IS INDEXED                               zbnkrcrt
006600            ACCESS MODE  IS RANDOM                                zbnkrcrt
006700            RECORD KEY   IS SO-REC-KEY                            zbnkrcrt
006800            FILE STATUS  IS WS-SODC-STATUS.                       zbnkrcrt
006900     SELECT SYSC-FILE                                             zbnkrcrt
007000            ASSIGN       TO BNKSYSC                               zbnkrcrt
007100            ORGANIZATION IS INDEXED                               zbnkrcrt
007200            ACCESS MODE  IS RANDOM                                zbnkrcrt
007300            RECORD KEY   IS SY-REC-CONTROL-NAME                   zbnkrcrt
007400            FILE STATUS  IS WS-SYSC-STATUS.                       zbnkrcrt
007500     SELECT PRINTOUT-FILE                                         zbnkrcrt
007600            ASSIGN       TO PRINTOUT                              zbnkrcrt
007700            ORGANIZATION IS SEQUENTIAL                            zbnkrcrt
007800            ACCESS MODE  IS SEQUENTIAL                            zbnkrcrt
007900            FILE STATUS  IS WS-PRINTOUT-STATUS.                   zbnkrcrt
008000     SELECT JOBSUM-FILE                                           zbnkrcrt
008100            ASSIGN       TO JOBSUM                                zbnkrcrt
008200            ORGANIZATION IS SEQUENTIAL                            zbnkrcrt
008300            ACCESS MODE  IS SEQUENTIAL                            zbnkrcrt
008400            FILE STATUS  IS WS-JOBSUM-STATUS.                     zbnkrcrt
008500                                                                  zbnkrcrt
008600 DATA DIVISION.                                                   zbnkrcrt
008700 FILE SECTION.                                                    zbnkrcrt
008800                                                                  zbnkrcrt
008900 FD  STAF-FILE.                                                   zbnkrcrt
009000 01  STAF-FILE-REC.                                               zbnkrcrt
009100 COPY CBANKVUR.                                                   zbnkrcrt
009200                                                                  zbnkrcrt
009300 FD  ROLE-FILE.                                                   zbnkrcrt
009400 01  ROLE-FILE-REC.                                               zbnkrcrt
009500 COPY CBANKVRL.                                                   zbnkrcrt
009600                                                                  zbnkrcrt
009700 FD  SESS-FILE.                                                   zbnkrcrt
009800 01  SESS-FILE-REC.                                               zbnkrcrt
009900 COPY CBANKVSE.                                                   zbnkrcrt
010000                                                                  zbnkrcrt
010100 FD  USRF-FILE.                                                   zbnkrcrt
010200 01  USRF-FILE-REC.                                               zbnkrcrt
010300 COPY CBANKVUS.                                                   zbnkrcrt
010400                                                                  zbnkrcrt
010500 FD  SODC-FILE.                                                   zbnkrcrt
010600 01  SODC-FILE-REC.                                               zbnkrcrt
010700 COPY CBANKVSO.                                                   zbnkrcrt
010800                                                                  zbnkrcrt
010900 FD  SYSC-FILE.                                                   zbnkrcrt
011000 01  SYSC-FILE-REC.                                               zbnkrcrt
011100 COPY CBANKVSY.                                                   zbnkrcrt
011200                                                                  zbnkrcrt
011300 FD  PRINTOUT-FILE.                                               zbnkrcrt
011400 01  PRINTOUT-REC                      PIC X(121).                zbnkrcrt
011500                                                                  zbnkrcrt
011600 FD  JOBSUM-FILE.                                                 zbnkrcrt
011700 01  JOBSUM-REC                        PIC X(80).                 zbnkrcrt
011800                                                                  zbnkrcrt
011900 WORKING-STORAGE SECTION.                                         zbnkrcrt
012000 01  WS-RUN-CONTROL.                                              zbnkrcrt
012100 COPY CRUNCTLD.                                                   zbnkrcrt
012200 01  WS-FILE-STATUSES.                                            zbnkrcrt
012300   05  WS-STAF-STATUS.                                            zbnkrcrt
012400     10  WS-STAF-STAT1                 PIC X(1).                  zbnkrcrt
012500     10  WS-STAF-STAT2                 PIC X(1).                  zbnkrcrt
012600   05  WS-ROLE-STATUS.                                            zbnkrcrt
012700     10  WS-ROLE-STAT1                 PIC X(1).                  zbnkrcrt
012800     10  WS-ROLE-STAT2                 PIC X(1).                  zbnkrcrt
012900   05  WS-SESS-STATUS.                                            zbnkrcrt
013000     10  WS-SESS-STAT1                 PIC X(1).                  zbnkrcrt
013100     10  WS-SESS-STAT2                 PIC X(1).                  zbnkrcrt
013200   05  WS-USRF-STATUS.                                            zbnkrcrt
013300     10  WS-USRF-STAT1                 PIC X(1).                  zbnkrcrt
013400     10  WS-USRF-STAT2                 PIC X(1).                  zbnkrcrt
013500   05  WS-SODC-STATUS.                                            zbnkrcrt
013600     10  WS-SODC-STAT1                 PIC X(1).                  zbnkrcrt
013700     10  WS-SODC-STAT2                 PIC X(1).                  zbnkrcrt
013800   05  WS-SYSC-STATUS.                                            zbnkrcrt
013900     10  WS-SYSC-STAT1                 PIC X(1).                  zbnkrcrt
014000     10  WS-SYSC-STAT2                 PIC X(1).                  zbnkrcrt
014100   05  WS-PRINTOUT-STATUS.                                        zbnkrcrt
014200     10  WS-PRINTOUT-STAT1             PIC X(1).                  zbnkrcrt
014300     10  WS-PRINTOUT-STAT2             PIC X(1).                  zbnkrcrt
014400   05  WS-JOBSUM-STATUS.                                          zbnkrcrt
014500     10  WS-JOBSUM-STAT1               PIC X(1).                  zbnkrcrt
014600     10  WS-JOBSUM-STAT2               PIC X(1).                  zbnkrcrt
014700   05  WS-IO-STATUS.                                              zbnkrcrt
014800     10  WS-IO-STAT1                   PIC X(1).                  zbnkrcrt
014900     10  WS-IO-STAT2                   PIC X(1).                  zbnkrcrt
015000                                                                  zbnkrcrt
015100   05  WS-TWO-BYTES.                                              zbnkrcrt
015200     10  WS-TWO-BYTES-LEFT             PIC X(1).                  zbnkrcrt
015300     10  WS-TWO-BYTES-RIGHT            PIC X(1).                  zbnkrcrt
015400   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 zbnkrcrt
015500                                      PIC 9(1) COMP.              zbnkrcrt
015600                                                                  zbnkrcrt
015700 01  WS-CONSOLE-MESSAGE                    PIC X(48).             zbnkrcrt
015800                                                                  zbnkrcrt
015900 01  WS-DATE-WORK-AREA.                                           zbnkrcrt
016000 COPY CDATED.                                                     zbnkrcrt
016100                                                                  zbnkrcrt
016200 01  WS-BUSDATE                            PIC 9(8).              zbnkrcrt
016300 01  WS-BUSDATE-PARTS REDEFINES WS-BUSDATE.                       zbnkrcrt
016400     05  WS-BUSDATE-CCYY                   PIC 9(4).              zbnkrcrt
016500     05  WS-BUSDATE-MM                     PIC 9(2).              zbnkrcrt
016600     05  WS-BUSDATE-DD                     PIC 9(2).              zbnkrcrt
016700 01  WS-BUSDATE-DISPLAY                    PIC X(11).             zbnkrcrt
016800 01  WS-BUSDATE-INT                        PIC S9(9) COMP.        zbnkrcrt
016900                                                                  zbnkrcrt
017000 01  WS-END-OF-FILE                        PIC X(3).              zbnkrcrt
017100 01  WS-END-OF-SESSIONS                    PIC X(3).              zbnkrcrt
017200 01  WS-INACTIVE-DAYS                      PIC 9(5).              zbnkrcrt
017300 01  WS-LAST-MANAGER                       PIC X(8).              zbnkrcrt
017400 01  WS-NEXT-KEY                           PIC X(21).             zbnkrcrt
017500                                                                  zbnkrcrt
017600******************************************************************zbnkrcrt
017700* The userid being recertified and the active roles it holds,    *zbnkrcrt
017800* gathered before BNKSTAF is updated                             *zbnkrcrt
017900******************************************************************zbnkrcrt
018000 01  WS-USER-AREA.                                                zbnkrcrt
018100     05  WS-USER-MANAGER                   PIC X(8).              zbnkrcrt
018200     05  WS-USER-USERID                    PIC X(8).              zbnkrcrt
018300     05  WS-USER-LAST-SIGNON               PIC 9(8).              zbnkrcrt
018400     05  WS-USER-REF-DTE                   PIC 9(8).              zbnkrcrt
018500     05  WS-USER-IDLE-DAYS                 PIC 9(5).              zbnkrcrt
018600     05  WS-USER-ACTION                    PIC X(8).              zbnkrcrt
018700     05  WS-ROLE-COUNT                     PIC 9(3) COMP.         zbnkrcrt
018800     05  WS-ROLE-ENTRY OCCURS 20 TIMES.                           zbnkrcrt
018900       10  WS-RT-ROLE                      PIC X(5).              zbnkrcrt
019000       10  WS-RT-BRANCH                    PIC X(3).              zbnkrcrt
019100       10  WS-RT-GRANT-DTE                 PIC 9(8).              zbnkrcrt
019200       10  WS-RT-PREV-CERT                 PIC X(1).              zbnkrcrt
019300       10  WS-RT-SOD-FLAG                  PIC X(1).              zbnkrcrt
019400       10  WS-RT-SOD-ROLE                  PIC X(5).              zbnkrcrt
019500       10  WS-RT-KNOWN                     PIC X(1).              zbnkrcrt
019600     05  WS-CONFLICT-COUNT                 PIC 9(3) COMP.         zbnkrcrt
019700     05  WS-CONFLICT-ENTRY OCCURS 20 TIMES.                       zbnkrcrt
019800       10  WS-CT-ROLE-A                    PIC X(5).              zbnkrcrt
019900       10  WS-CT-ROLE-B                    PIC X(5).              zbnkrcrt
020000       10  WS-CT-RULE-TEXT                 PIC X(40).             zbnkrcrt
020100 01  WS-ROLE-SUB                           PIC 9(3) COMP.         zbnkrcrt
020200 01  WS-PAIR-SUB                           PIC 9(3) COMP.         zbnkrcrt
020300 01  WS-CONFLICT-SUB                       PIC 9(3) COMP.         zbnkrcrt
020400                                                                  zbnkrcrt
020500******************************************************************zbnkrcrt
020600* Run counts for the report totals and the job summary           *zbnkrcrt
020700******************************************************************zbnkrcrt
020800 01  WS-MANAGERS                       PIC 9(7) COMP-3 VALUE 0.   zbnkrcrt
020900 01  WS-USERS-REVIEWED                 PIC 9(7) COMP-3 VALUE 0.   zbnkrcrt
021000 01  WS-ROLES-LISTED                   PIC 9(7) COMP-3 VALUE 0.   zbnkrcrt
021100 01  WS-ROLES-REVOKED                  PIC 9(7) COMP-3 VALUE 0.   zbnkrcrt
021200 01  WS-ROLES-UNANSWERED               PIC 9(7) COMP-3 VALUE 0.   zbnkrcrt
021300 01  WS-ROLES-UNKNOWN                  PIC 9(7) COMP-3 VALUE 0.   zbnkrcrt
021400 01  WS-ROLES-OVERFLOW                 PIC 9(7) COMP-3 VALUE 0.   zbnkrcrt
021500 01  WS-USERS-DISABLED                 PIC 9(7) COMP-3 VALUE 0.   zbnkrcrt
021600 01  WS-USERS-WERE-DISABLED            PIC 9(7) COMP-3 VALUE 0.   zbnkrcrt
021700 01  WS-CONFLICTS-FOUND                PIC 9(7) COMP-3 VALUE 0.   zbnkrcrt
021800 01  WS-USERS-IN-CONFLICT              PIC 9(7) COMP-3 VALUE 0.   zbnkrcrt
021900 01  WS-LINES-PRINTED                  PIC 9(7) VALUE ZERO.       zbnkrcrt
022000                                                                  zbnkrcrt
022100 01  WS-REPORT-LINE                        PIC X(121).            zbnkrcrt
022200 01  WS-ROLE-LINE.                                                zbnkrcrt
022300     05  WS-RL-USERID                      PIC X(8).              zbnkrcrt
022400     05  FILLER                            PIC X(2) VALUE SPACES. zbnkrcrt
022500     05  WS-RL-ROLE                        PIC X(5).              zbnkrcrt
022600     05  FILLER                            PIC X(2) VALUE SPACES. zbnkrcrt
022700     05  WS-RL-BRANCH                      PIC X(3).              zbnkrcrt
022800     05  FILLER                            PIC X(3) VALUE SPACES. zbnkrcrt
022900     05  WS-RL-GRANTED                     PIC X(10).             zbnkrcrt
023000     05  FILLER                            PIC X(2) VALUE SPACES. zbnkrcrt
023100     05  WS-RL-LAST-SIGNON                 PIC X(10).             zbnkrcrt
023200     05  FILLER                            PIC X(2) VALUE SPACES. zbnkrcrt
023300     05  WS-RL-IDLE-DAYS                   PIC ZZZZ9.             zbnkrcrt
023400     05  FILLER                            PIC X(2) VALUE SPACES. zbnkrcrt
023500     05  WS-RL-PREVIOUS                    PIC X(12).             zbnkrcrt
023600     05  FILLER                            PIC X(2) VALUE SPACES. zbnkrcrt
023700     05  WS-RL-USERID-ACTION               PIC X(8).              zbnkrcrt
023800     05  FILLER                            PIC X(2) VALUE SPACES. zbnkrcrt
023900     05  WS-RL-SOD                         PIC X(18).             zbnkrcrt
024000     05  FILLER                            PIC X(2) VALUE SPACES. zbnkrcrt
024100     05  WS-RL-UNKNOWN                     PIC X(14).             zbnkrcrt
024200 01  WS-CONFLICT-LINE.                                            zbnkrcrt
024300     05  FILLER                            PIC X(10) VALUE SPACES.zbnkrcrt
024400     05  FILLER                            PIC X(10)              zbnkrcrt
024500         VALUE 'Conflict: '.                                      zbnkrcrt
024600     05  WS-CF-ROLE-A                      PIC X(5).              zbnkrcrt
024700     05  FILLER                            PIC X(5) VALUE ' and '.zbnkrcrt
024800     05  WS-CF-ROLE-B                      PIC X(5).              zbnkrcrt
024900     05  FILLER                            PIC X(3) VALUE ' - '.  zbnkrcrt
025000     05  WS-CF-RULE-TEXT                   PIC X(40).             zbnkrcrt
025100 01  WS-DATE-EDIT                          PIC 9999/99/99.        zbnkrcrt
025200 01  WS-COUNT-D                            PIC ZZZ,ZZZ,ZZ9.       zbnkrcrt
025300 01  WS-DAYS-D                             PIC ZZZZ9.             zbnkrcrt
025400                                                                  zbnkrcrt
025500 PROCEDURE DIVISION.                                              zbnkrcrt
025600                                                                  zbnkrcrt
025700     PERFORM RUN-CONTROL-START                                    zbnkrcrt
025800         THRU RUN-CONTROL-START-EXIT.                             zbnkrcrt
025900     PERFORM GET-RUN-DATE.                                        zbnkrcrt
026000                                                                  zbnkrcrt
026100     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           zbnkrcrt
026200     STRING 'Access recertification at ' DELIMITED BY SIZE        zbnkrcrt
026300            WS-BUSDATE-DISPLAY DELIMITED BY SIZE                  zbnkrcrt
026400       INTO WS-CONSOLE-MESSAGE.                                   zbnkrcrt
026500     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkrcrt
026600                                                                  zbnkrcrt
026700     PERFORM SYSC-OPEN.                                           zbnkrcrt
026800     PERFORM GET-INACTIVITY-LIMIT.                                zbnkrcrt
026900     PERFORM SYSC-CLOSE.                                          zbnkrcrt
027000                                                                  zbnkrcrt
027100     PERFORM STAF-OPEN.                                           zbnkrcrt
027200     PERFORM ROLE-OPEN.                                           zbnkrcrt
027300     PERFORM SESS-OPEN.                                           zbnkrcrt
027400     PERFORM USRF-OPEN.                                           zbnkrcrt
027500     PERFORM SODC-OPEN.                                           zbnkrcrt
027600     PERFORM PRINTOUT-OPEN.                                       zbnkrcrt
027700     PERFORM WRITE-HEADINGS.                                      zbnkrcrt
027800     MOVE SPACES TO WS-LAST-MANAGER.                              zbnkrcrt
027900     MOVE 'NO ' TO WS-END-OF-FILE.                                zbnkrcrt
028000     PERFORM STAF-GET.                                            zbnkrcrt
028100     PERFORM RECERTIFY-USER                                       zbnkrcrt
028200         THRU RECERTIFY-USER-EXIT                                 zbnkrcrt
028300         UNTIL WS-END-OF-FILE = 'YES'.                            zbnkrcrt
028400     PERFORM WRITE-TOTALS.                                        zbnkrcrt
028500     PERFORM PRINTOUT-CLOSE.                                      zbnkrcrt
028600     PERFORM SODC-CLOSE.                                          zbnkrcrt
028700     PERFORM USRF-CLOSE.                                          zbnkrcrt
028800     PERFORM SESS-CLOSE.                                          zbnkrcrt
028900     PERFORM ROLE-CLOSE.                                          zbnkrcrt
029000     PERFORM STAF-CLOSE.                                          zbnkrcrt
029100                                                                  zbnkrcrt
029200     PERFORM PRINT-JOB-SUMMARY.                                   zbnkrcrt
029300                                                                  zbnkrcrt
029400     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     zbnkrcrt
029500     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkrcrt
029600     IF WS-CONFLICTS-FOUND IS GREATER THAN ZERO                   zbnkrcrt
029700        MOVE 4 TO RETURN-CODE                                     zbnkrcrt
029800     ELSE                                                         zbnkrcrt
029900        MOVE 0 TO RETURN-CODE                                     zbnkrcrt
030000     END-IF.                                                      zbnkrcrt
030100     PERFORM RUN-CONTROL-END.                                     zbnkrcrt
030200     GOBACK.                                                      zbnkrcrt
030300                                                                  zbnkrcrt
030400 GET-RUN-DATE.                                                    zbnkrcrt
030500     MOVE RUNCTL-BUSDATE TO WS-BUSDATE.                           zbnkrcrt
030600     COMPUTE WS-BUSDATE-INT =                                     zbnkrcrt
030700        FUNCTION INTEGER-OF-DATE (WS-BUSDATE).                    zbnkrcrt
030800     MOVE SPACES TO DD-INPUT-TYPE.                                zbnkrcrt
030900     SET DDI-ISO TO TRUE.                                         zbnkrcrt
031000     MOVE SPACES TO DDI-DATA.                                     zbnkrcrt
031100     STRING WS-BUSDATE-CCYY DELIMITED BY SIZE                     zbnkrcrt
031200            '-'             DELIMITED BY SIZE                     zbnkrcrt
031300            WS-BUSDATE-MM   DELIMITED BY SIZE                     zbnkrcrt
031400            '-'             DELIMITED BY SIZE                     zbnkrcrt
031500            WS-BUSDATE-DD   DELIMITED BY SIZE                     zbnkrcrt
031600       INTO DDI-DATA.                                             zbnkrcrt
031700     MOVE SPACES TO DD-OUTPUT-TYPE.                               zbnkrcrt
031800     SET DDO-DD-MMM-YYYY TO TRUE.                                 zbnkrcrt
031900     SET DD-ENV-NULL TO TRUE.                                     zbnkrcrt
032000     CALL 'UDATECNV' USING WS-DATE-WORK-AREA.                     zbnkrcrt
032100     MOVE DDO-DATA TO WS-BUSDATE-DISPLAY.                         zbnkrcrt
032200                                                                  zbnkrcrt
032300******************************************************************zbnkrcrt
032400* BNKSYSC carries the number of days a userid may go without     *zbnkrcrt
032500* signing on on the INACTDAY record; without one 90 is used      *zbnkrcrt
032600******************************************************************zbnkrcrt
032700 GET-INACTIVITY-LIMIT.                                            zbnkrcrt
032800     MOVE 90 TO WS-INACTIVE-DAYS.                                 zbnkrcrt
032900     MOVE 'INACTDAY' TO SY-REC-CONTROL-NAME.                      zbnkrcrt
033000     PERFORM SYSC-READ.                                           zbnkrcrt
033100     IF WS-SYSC-STATUS = '00'                                     zbnkrcrt
033200        IF SY-REC-AMOUNT IS GREATER THAN ZERO                     zbnkrcrt
033300           MOVE SY-REC-AMOUNT TO WS-INACTIVE-DAYS                 zbnkrcrt
033400        END-IF                                                    zbnkrcrt
033500     END-IF.                                                      zbnkrcrt
033600     MOVE WS-INACTIVE-DAYS TO WS-DAYS-D.                          zbnkrcrt
033700     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           zbnkrcrt
033800     STRING 'Inactivity limit in days: ' DELIMITED BY SIZE        zbnkrcrt
033900            WS-DAYS-D DELIMITED BY SIZE                           zbnkrcrt
034000       INTO WS-CONSOLE-MESSAGE.                                   zbnkrcrt
034100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkrcrt
034200                                                                  zbnkrcrt
034300******************************************************************zbnkrcrt
034400* RECERTIFY-USER                                                 *zbnkrcrt
034500* Gather the active roles one userid holds under its manager,    *zbnkrcrt
034600* find its last sign-on, disable it when idle past the limit,    *zbnkrcrt
034700* look every pair of its roles up on the conflicts table, then   *zbnkrcrt
034800* mark each role awaiting the manager's decision and list it.    *zbnkrcrt
034900* Reading BNKSTAF by key to update it loses the place in the     *zbnkrcrt
035000* browse, so the browse restarts at the next user's first role.  *zbnkrcrt
035100******************************************************************zbnkrcrt
035200 RECERTIFY-USER.                                                  zbnkrcrt
035300     IF UR-REC-MANAGER IS NOT EQUAL TO WS-LAST-MANAGER            zbnkrcrt
035400        MOVE UR-REC-MANAGER TO WS-LAST-MANAGER                    zbnkrcrt
035500        PERFORM WRITE-MANAGER-HEADING                             zbnkrcrt
035600     END-IF.                                                      zbnkrcrt
035700     MOVE UR-REC-MANAGER TO WS-USER-MANAGER.                      zbnkrcrt
035800     MOVE UR-REC-USERID TO WS-USER-USERID.                        zbnkrcrt
035900     MOVE ZERO TO WS-ROLE-COUNT.                                  zbnkrcrt
036000     MOVE ZERO TO WS-CONFLICT-COUNT.                              zbnkrcrt
036100     PERFORM LOAD-USER-ROLE                                       zbnkrcrt
036200         UNTIL WS-END-OF-FILE = 'YES'                             zbnkrcrt
036300            OR UR-REC-MANAGER IS NOT EQUAL TO WS-USER-MANAGER     zbnkrcrt
036400            OR UR-REC-USERID IS NOT EQUAL TO WS-USER-USERID.      zbnkrcrt
036500     IF WS-END-OF-FILE = 'NO '                                    zbnkrcrt
036600        MOVE UR-REC-KEY TO WS-NEXT-KEY                            zbnkrcrt
036700     END-IF.                                                      zbnkrcrt
036800     IF WS-ROLE-COUNT = ZERO                                      zbnkrcrt
036900        GO TO RECERTIFY-USER-EXIT                                 zbnkrcrt
037000     END-IF.                                                      zbnkrcrt
037100     ADD 1 TO WS-USERS-REVIEWED.                                  zbnkrcrt
037200                                                                  zbnkrcrt
037300     PERFORM GET-LAST-SIGNON.                                     zbnkrcrt
037400     PERFORM CHECK-INACTIVITY                                     zbnkrcrt
037450         THRU CHECK-INACTIVITY-EXIT.                              zbnkrcrt
037500     PERFORM CHECK-ROLE-PAIRS                                     zbnkrcrt
037550         THRU CHECK-ROLE-PAIRS-EXIT                               zbnkrcrt
037600         VARYING WS-ROLE-SUB FROM 1 BY 1                          zbnkrcrt
037700           UNTIL WS-ROLE-SUB IS NOT LESS THAN WS-ROLE-COUNT       zbnkrcrt
037800           AFTER WS-PAIR-SUB FROM WS-ROLE-SUB BY 1                zbnkrcrt
037900           UNTIL WS-PAIR-SUB IS GREATER THAN WS-ROLE-COUNT.       zbnkrcrt
038000     IF WS-CONFLICT-COUNT IS GREATER THAN ZERO                    zbnkrcrt
038100        ADD 1 TO WS-USERS-IN-CONFLICT                             zbnkrcrt
038200     END-IF.                                                      zbnkrcrt
038300                                                                  zbnkrcrt
038400     MOVE SPACES TO PRINTOUT-REC.                                 zbnkrcrt
038500     PERFORM PRINTOUT-PUT.                                        zbnkrcrt
038600     PERFORM MARK-ROLE                                            zbnkrcrt
038700         VARYING WS-ROLE-SUB FROM 1 BY 1                          zbnkrcrt
038800           UNTIL WS-ROLE-SUB IS GREATER THAN WS-ROLE-COUNT.       zbnkrcrt
038900     PERFORM LIST-CONFLICT                                        zbnkrcrt
039000         VARYING WS-CONFLICT-SUB FROM 1 BY 1                      zbnkrcrt
039100           UNTIL WS-CONFLICT-SUB IS GREATER THAN                  zbnkrcrt
039200                 WS-CONFLICT-COUNT.                               zbnkrcrt
039300                                                                  zbnkrcrt
039400     IF WS-END-OF-FILE = 'NO '                                    zbnkrcrt
039500        MOVE WS-NEXT-KEY TO UR-REC-KEY                            zbnkrcrt
039600        PERFORM STAF-RESTART                                      zbnkrcrt
039700        PERFORM STAF-GET                                          zbnkrcrt
039800     END-IF.                                                      zbnkrcrt
039900 RECERTIFY-USER-EXIT.                                             zbnkrcrt
040000     EXIT.                                                        zbnkrcrt
040100                                                                  zbnkrcrt
040200******************************************************************zbnkrcrt
040300* Only active roles are recertified - a revoked role stays on    *zbnkrcrt
040400* file for the audit trail and is passed over                    *zbnkrcrt
040500******************************************************************zbnkrcrt
040600 LOAD-USER-ROLE.                                                  zbnkrcrt
040700     IF UR-REC-REVOKED                                            zbnkrcrt
040800        ADD 1 TO WS-ROLES-REVOKED                                 zbnkrcrt
040900     ELSE                                                         zbnkrcrt
041000        IF WS-ROLE-COUNT IS LESS THAN 20                          zbnkrcrt
041100           ADD 1 TO WS-ROLE-COUNT                                 zbnkrcrt
041200           MOVE UR-REC-ROLE TO WS-RT-ROLE (WS-ROLE-COUNT)         zbnkrcrt
041300           MOVE UR-REC-BRANCH TO WS-RT-BRANCH (WS-ROLE-COUNT)     zbnkrcrt
041400           MOVE UR-REC-GRANT-DTE                                  zbnkrcrt
041500             TO WS-RT-GRANT-DTE (WS-ROLE-COUNT)                   zbnkrcrt
041600           MOVE UR-REC-CERT-STATUS                                zbnkrcrt
041700             TO WS-RT-PREV-CERT (WS-ROLE-COUNT)                   zbnkrcrt
041800           MOVE 'N' TO WS-RT-SOD-FLAG (WS-ROLE-COUNT)             zbnkrcrt
041900           MOVE SPACES TO WS-RT-SOD-ROLE (WS-ROLE-COUNT)          zbnkrcrt
042000           PERFORM CHECK-ROLE-KNOWN                               zbnkrcrt
042100        ELSE                                                      zbnkrcrt
042200           ADD 1 TO WS-ROLES-OVERFLOW                             zbnkrcrt
042300        END-IF                                                    zbnkrcrt
042400     END-IF.                                                      zbnkrcrt
042500     PERFORM STAF-GET.                                            zbnkrcrt
042600                                                                  zbnkrcrt
042700******************************************************************zbnkrcrt
042800* A role code is known when BNKROLE holds at least one menu      *zbnkrcrt
042900* option for it                                                  *zbnkrcrt
043000******************************************************************zbnkrcrt
043100 CHECK-ROLE-KNOWN.                                                zbnkrcrt
043200     MOVE 'N' TO WS-RT-KNOWN (WS-ROLE-COUNT).                     zbnkrcrt
043300     MOVE UR-REC-ROLE TO RL-REC-ROLE.                             zbnkrcrt
043400     MOVE ZERO TO RL-REC-SEQ.                                     zbnkrcrt
043500     START ROLE-FILE KEY IS NOT LESS THAN RL-REC-KEY.             zbnkrcrt
043600     IF WS-ROLE-STATUS = '00'                                     zbnkrcrt
043700        READ ROLE-FILE NEXT RECORD                                zbnkrcrt
043800        IF WS-ROLE-STATUS = '00' AND                              zbnkrcrt
043900           RL-REC-ROLE = UR-REC-ROLE                              zbnkrcrt
044000           MOVE 'Y' TO WS-RT-KNOWN (WS-ROLE-COUNT)                zbnkrcrt
044100        END-IF                                                    zbnkrcrt
044200     END-IF.                                                      zbnkrcrt
044300     IF WS-RT-KNOWN (WS-ROLE-COUNT) = 'N'                         zbnkrcrt
044400        ADD 1 TO WS-ROLES-UNKNOWN                                 zbnkrcrt
044500     END-IF.                                                      zbnkrcrt
044600                                                                  zbnkrcrt
044700******************************************************************zbnkrcrt
044800* The latest sign-on date over every terminal the userid has a   *zbnkrcrt
044900* BNKSESS record for - zero when it has never signed on          *zbnkrcrt
045000******************************************************************zbnkrcrt
045100 GET-LAST-SIGNON.                                                 zbnkrcrt
045200     MOVE ZERO TO WS-USER-LAST-SIGNON.                            zbnkrcrt
045300     MOVE WS-USER-USERID TO SE-REC-USERID.                        zbnkrcrt
045400     MOVE LOW-VALUES TO SE-REC-TERMID.                            zbnkrcrt
045500     START SESS-FILE KEY IS NOT LESS THAN SE-REC-KEY.             zbnkrcrt
045600     IF WS-SESS-STATUS = '00'                                     zbnkrcrt
045700        MOVE 'NO ' TO WS-END-OF-SESSIONS                          zbnkrcrt
045800        PERFORM READ-USER-SESSION                                 zbnkrcrt
045900            UNTIL WS-END-OF-SESSIONS = 'YES'                      zbnkrcrt
046000     END-IF.                                                      zbnkrcrt
046100                                                                  zbnkrcrt
046200 READ-USER-SESSION.                                               zbnkrcrt
046300     READ SESS-FILE NEXT RECORD.                                  zbnkrcrt
046400     IF WS-SESS-STATUS NOT = '00' OR                              zbnkrcrt
046500        SE-REC-USERID IS NOT EQUAL TO WS-USER-USERID              zbnkrcrt
046600        MOVE 'YES' TO WS-END-OF-SESSIONS                          zbnkrcrt
046700     ELSE                                                         zbnkrcrt
046800        IF SE-REC-SIGNON-DTE IS NUMERIC AND                       zbnkrcrt
046900           SE-REC-SIGNON-DTE IS GREATER THAN WS-USER-LAST-SIGNON  zbnkrcrt
047000           MOVE SE-REC-SIGNON-DTE TO WS-USER-LAST-SIGNON          zbnkrcrt
047100        END-IF                                                    zbnkrcrt
047200     END-IF.                                                      zbnkrcrt
047300                                                                  zbnkrcrt
047400******************************************************************zbnkrcrt
047500* Days idle run from the last sign-on or, for a userid that has  *zbnkrcrt
047600* never signed on, from the latest role granted to it. Past the  *zbnkrcrt
047700* limit the userid is disabled on BNKUSRF; a userid without a    *zbnkrcrt
047800* BNKUSRF record has never failed a sign-on and is given one.    *zbnkrcrt
047900******************************************************************zbnkrcrt
048000 CHECK-INACTIVITY.                                                zbnkrcrt
048100     MOVE SPACES TO WS-USER-ACTION.                               zbnkrcrt
048200     MOVE ZERO TO WS-USER-IDLE-DAYS.                              zbnkrcrt
048300     MOVE WS-USER-LAST-SIGNON TO WS-USER-REF-DTE.                 zbnkrcrt
048400     IF WS-USER-REF-DTE = ZERO                                    zbnkrcrt
048500        PERFORM FIND-LATEST-GRANT                                 zbnkrcrt
048600            VARYING WS-ROLE-SUB FROM 1 BY 1                       zbnkrcrt
048700              UNTIL WS-ROLE-SUB IS GREATER THAN WS-ROLE-COUNT     zbnkrcrt
048800     END-IF.                                                      zbnkrcrt
048900     IF WS-USER-REF-DTE = ZERO OR                                 zbnkrcrt
049000        WS-USER-REF-DTE IS GREATER THAN WS-BUSDATE                zbnkrcrt
049100        GO TO CHECK-INACTIVITY-EXIT                               zbnkrcrt
049200     END-IF.                                                      zbnkrcrt
049300     COMPUTE WS-USER-IDLE-DAYS = WS-BUSDATE-INT -                 zbnkrcrt
049400        FUNCTION INTEGER-OF-DATE (WS-USER-REF-DTE).               zbnkrcrt
049500     IF WS-USER-IDLE-DAYS IS NOT GREATER THAN WS-INACTIVE-DAYS    zbnkrcrt
049600        GO TO CHECK-INACTIVITY-EXIT                               zbnkrcrt
049700     END-IF.                                                      zbnkrcrt
049800     MOVE WS-USER-USERID TO USR-REC-USERID.                       zbnkrcrt
049900     PERFORM USRF-READ.                                           zbnkrcrt
050000     IF WS-USRF-STATUS = '00'                                     zbnkrcrt
050100        IF USR-REC-IS-DISABLED                                    zbnkrcrt
050200           MOVE 'Disabled' TO WS-USER-ACTION                      zbnkrcrt
050300           ADD 1 TO WS-USERS-WERE-DISABLED                        zbnkrcrt
050400        ELSE                                                      zbnkrcrt
050500           SET USR-REC-DISABLED-INACTIVE TO TRUE                  zbnkrcrt
050600           PERFORM USRF-REWRITE                                   zbnkrcrt
050700           MOVE 'DISABLED' TO WS-USER-ACTION                      zbnkrcrt
050800           ADD 1 TO WS-USERS-DISABLED                             zbnkrcrt
050900        END-IF                                                    zbnkrcrt
051000     ELSE                                                         zbnkrcrt
051100        MOVE SPACES TO USRF-FILE-REC                              zbnkrcrt
051200        MOVE WS-USER-USERID TO USR-REC-USERID                     zbnkrcrt
051300        MOVE ZERO TO USR-REC-FAILED-COUNT                         zbnkrcrt
051400        MOVE ZERO TO USR-REC-LAST-PSWD-CHANGE-DTE                 zbnkrcrt
051500        SET USR-REC-DISABLED-INACTIVE TO TRUE                     zbnkrcrt
051600        PERFORM USRF-WRITE                                        zbnkrcrt
051700        MOVE 'DISABLED' TO WS-USER-ACTION                         zbnkrcrt
051800        ADD 1 TO WS-USERS-DISABLED                                zbnkrcrt
051900     END-IF.                                                      zbnkrcrt
052000 CHECK-INACTIVITY-EXIT.                                           zbnkrcrt
052100     EXIT.                                                        zbnkrcrt
052200                                                                  zbnkrcrt
052300 FIND-LATEST-GRANT.                                               zbnkrcrt
052400     IF WS-RT-GRANT-DTE (WS-ROLE-SUB) IS NUMERIC AND              zbnkrcrt
052500        WS-RT-GRANT-DTE (WS-ROLE-SUB) IS GREATER THAN             zbnkrcrt
052600           WS-USER-REF-DTE                                        zbnkrcrt
052700        MOVE WS-RT-GRANT-DTE (WS-ROLE-SUB) TO WS-USER-REF-DTE     zbnkrcrt
052800     END-IF.                                                      zbnkrcrt
052900                                                                  zbnkrcrt
053000******************************************************************zbnkrcrt
053100* Look one pair of the user's roles up on BNKSODC, either way    *zbnkrcrt
053200* round, and flag both roles when the pair is an active conflict *zbnkrcrt
053300******************************************************************zbnkrcrt
053400 CHECK-ROLE-PAIRS.                                                zbnkrcrt
053500     IF WS-PAIR-SUB = WS-ROLE-SUB                                 zbnkrcrt
053600        GO TO CHECK-ROLE-PAIRS-EXIT                               zbnkrcrt
053700     END-IF.                                                      zbnkrcrt
053800     MOVE WS-RT-ROLE (WS-ROLE-SUB) TO SO-REC-ROLE-A.              zbnkrcrt
053900     MOVE WS-RT-ROLE (WS-PAIR-SUB) TO SO-REC-ROLE-B.              zbnkrcrt
054000     PERFORM SODC-READ.                                           zbnkrcrt
054100     IF WS-SODC-STATUS NOT = '00'                                 zbnkrcrt
054200        MOVE WS-RT-ROLE (WS-PAIR-SUB) TO SO-REC-ROLE-A            zbnkrcrt
054300        MOVE WS-RT-ROLE (WS-ROLE-SUB) TO SO-REC-ROLE-B            zbnkrcrt
054400        PERFORM SODC-READ                                         zbnkrcrt
054500     END-IF.                                                      zbnkrcrt
054600     IF WS-SODC-STATUS NOT = '00' OR                              zbnkrcrt
054700        NOT SO-REC-ACTIVE                                         zbnkrcrt
054800        GO TO CHECK-ROLE-PAIRS-EXIT                               zbnkrcrt
054900     END-IF.                                                      zbnkrcrt
055000     MOVE 'Y' TO WS-RT-SOD-FLAG (WS-ROLE-SUB).                    zbnkrcrt
055100     MOVE WS-RT-ROLE (WS-PAIR-SUB)                                zbnkrcrt
055200       TO WS-RT-SOD-ROLE (WS-ROLE-SUB).                           zbnkrcrt
055300     MOVE 'Y' TO WS-RT-SOD-FLAG (WS-PAIR-SUB).                    zbnkrcrt
055400     MOVE WS-RT-ROLE (WS-ROLE-SUB)                                zbnkrcrt
055500       TO WS-RT-SOD-ROLE (WS-PAIR-SUB).                           zbnkrcrt
055600     ADD 1 TO WS-CONFLICTS-FOUND.                                 zbnkrcrt
055700     IF WS-CONFLICT-COUNT IS LESS THAN 20                         zbnkrcrt
055800        ADD 1 TO WS-CONFLICT-COUNT                                zbnkrcrt
055900        MOVE WS-RT-ROLE (WS-ROLE-SUB)                             zbnkrcrt
056000          TO WS-CT-ROLE-A (WS-CONFLICT-COUNT)                     zbnkrcrt
056100        MOVE WS-RT-ROLE (WS-PAIR-SUB)                             zbnkrcrt
056200          TO WS-CT-ROLE-B (WS-CONFLICT-COUNT)                     zbnkrcrt
056300        MOVE SO-REC-RULE-TEXT                                     zbnkrcrt
056400          TO WS-CT-RULE-TEXT (WS-CONFLICT-COUNT)                  zbnkrcrt
056500     END-IF.                                                      zbnkrcrt
056600 CHECK-ROLE-PAIRS-EXIT.                                           zbnkrcrt
056700     EXIT.                                                        zbnkrcrt
056800                                                                  zbnkrcrt
056900******************************************************************zbnkrcrt
057000* Mark one role awaiting the manager's decision, with the last   *zbnkrcrt
057100* sign-on and conflict found, and list it. A role still awaiting *zbnkrcrt
057200* a decision from the previous run is reported as unanswered.    *zbnkrcrt
057300******************************************************************zbnkrcrt
057400 MARK-ROLE.                                                       zbnkrcrt
057500     MOVE WS-USER-MANAGER TO UR-REC-MANAGER.                      zbnkrcrt
057600     MOVE WS-USER-USERID TO UR-REC-USERID.                        zbnkrcrt
057700     MOVE WS-RT-ROLE (WS-ROLE-SUB) TO UR-REC-ROLE.                zbnkrcrt
057800     PERFORM STAF-READ.                                           zbnkrcrt
057900     SET UR-REC-CERT-PENDING TO TRUE.                             zbnkrcrt
058000     MOVE WS-BUSDATE TO UR-REC-CERT-RUN-DTE.                      zbnkrcrt
058100     MOVE ZERO TO UR-REC-CERT-DTE.                                zbnkrcrt
058200     MOVE SPACES TO UR-REC-CERT-USERID.                           zbnkrcrt
058300     MOVE WS-USER-LAST-SIGNON TO UR-REC-LAST-SIGNON-DTE.          zbnkrcrt
058400     MOVE WS-RT-SOD-FLAG (WS-ROLE-SUB) TO UR-REC-SOD-FLAG.        zbnkrcrt
058500     MOVE WS-RT-SOD-ROLE (WS-ROLE-SUB) TO UR-REC-SOD-ROLE.        zbnkrcrt
058600     PERFORM STAF-REWRITE.                                        zbnkrcrt
058700                                                                  zbnkrcrt
058800     MOVE SPACES TO WS-ROLE-LINE.                                 zbnkrcrt
058900     IF WS-ROLE-SUB = 1                                           zbnkrcrt
059000        MOVE WS-USER-USERID TO WS-RL-USERID                       zbnkrcrt
059100        MOVE WS-USER-IDLE-DAYS TO WS-RL-IDLE-DAYS                 zbnkrcrt
059200        MOVE WS-USER-ACTION TO WS-RL-USERID-ACTION                zbnkrcrt
059300        IF WS-USER-LAST-SIGNON = ZERO                             zbnkrcrt
059400           MOVE 'Never' TO WS-RL-LAST-SIGNON                      zbnkrcrt
059500        ELSE                                                      zbnkrcrt
059600           MOVE WS-USER-LAST-SIGNON TO WS-DATE-EDIT               zbnkrcrt
059700           MOVE WS-DATE-EDIT TO WS-RL-LAST-SIGNON                 zbnkrcrt
059800        END-IF                                                    zbnkrcrt
059900     END-IF.                                                      zbnkrcrt
060000     MOVE WS-RT-ROLE (WS-ROLE-SUB) TO WS-RL-ROLE.                 zbnkrcrt
060100     MOVE WS-RT-BRANCH (WS-ROLE-SUB) TO WS-RL-BRANCH.             zbnkrcrt
060200     IF WS-RT-GRANT-DTE (WS-ROLE-SUB) IS NUMERIC AND              zbnkrcrt
060300        WS-RT-GRANT-DTE (WS-ROLE-SUB) IS GREATER THAN ZERO        zbnkrcrt
060400        MOVE WS-RT-GRANT-DTE (WS-ROLE-SUB) TO WS-DATE-EDIT        zbnkrcrt
060500        MOVE WS-DATE-EDIT TO WS-RL-GRANTED                        zbnkrcrt
060600     END-IF.                                                      zbnkrcrt
060700     EVALUATE WS-RT-PREV-CERT (WS-ROLE-SUB)                       zbnkrcrt
060800       WHEN 'C'                                                   zbnkrcrt
060900         MOVE 'Confirmed' TO WS-RL-PREVIOUS                       zbnkrcrt
061000       WHEN 'P'                                                   zbnkrcrt
061100         MOVE 'UNANSWERED' TO WS-RL-PREVIOUS                      zbnkrcrt
061200         ADD 1 TO WS-ROLES-UNANSWERED                             zbnkrcrt
061300       WHEN OTHER                                                 zbnkrcrt
061400         MOVE 'First review' TO WS-RL-PREVIOUS                    zbnkrcrt
061500     END-EVALUATE.                                                zbnkrcrt
061600     IF WS-RT-SOD-FLAG (WS-ROLE-SUB) = 'Y'                        zbnkrcrt
061700        MOVE SPACES TO WS-RL-SOD                                  zbnkrcrt
061800        STRING 'SoD breach: ' DELIMITED BY SIZE                   zbnkrcrt
061900               WS-RT-SOD-ROLE (WS-ROLE-SUB) DELIMITED BY SIZE     zbnkrcrt
062000          INTO WS-RL-SOD                                          zbnkrcrt
062100     END-IF.                                                      zbnkrcrt
062200     IF WS-RT-KNOWN (WS-ROLE-SUB) = 'N'                           zbnkrcrt
062300        MOVE 'Not on BNKROLE' TO WS-RL-UNKNOWN                    zbnkrcrt
062400     END-IF.                                                      zbnkrcrt
062500     MOVE WS-ROLE-LINE TO PRINTOUT-REC.                           zbnkrcrt
062600     PERFORM PRINTOUT-PUT.                                        zbnkrcrt
062700     ADD 1 TO WS-ROLES-LISTED.                                    zbnkrcrt
062800                                                                  zbnkrcrt
062900 LIST-CONFLICT.                                                   zbnkrcrt
063000     MOVE WS-CT-ROLE-A (WS-CONFLICT-SUB) TO WS-CF-ROLE-A.         zbnkrcrt
063100     MOVE WS-CT-ROLE-B (WS-CONFLICT-SUB) TO WS-CF-ROLE-B.         zbnkrcrt
063200     MOVE WS-CT-RULE-TEXT (WS-CONFLICT-SUB) TO WS-CF-RULE-TEXT.   zbnkrcrt
063300     MOVE WS-CONFLICT-LINE TO PRINTOUT-REC.                       zbnkrcrt
063400     PERFORM PRINTOUT-PUT.                                        zbnkrcrt
063500                                                                  zbnkrcrt
063600 WRITE-HEADINGS.                                                  zbnkrcrt
063700     MOVE SPACES TO WS-REPORT-LINE.                               zbnkrcrt
063800     STRING 'Quarterly Access Recertification - '                 zbnkrcrt
063900              DELIMITED BY SIZE                                   zbnkrcrt
064000            WS-BUSDATE-DISPLAY DELIMITED BY SIZE                  zbnkrcrt
064100       INTO WS-REPORT-LINE.                                       zbnkrcrt
064200     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkrcrt
064300     PERFORM PRINTOUT-PUT.                                        zbnkrcrt
064400     MOVE WS-INACTIVE-DAYS TO WS-DAYS-D.                          zbnkrcrt
064500     MOVE SPACES TO WS-REPORT-LINE.                               zbnkrcrt
064600     STRING 'Userids idle more than ' DELIMITED BY SIZE           zbnkrcrt
064700            WS-DAYS-D DELIMITED BY SIZE                           zbnkrcrt
064800            ' days are disabled' DELIMITED BY SIZE                zbnkrcrt
064900       INTO WS-REPORT-LINE.                                       zbnkrcrt
065000     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkrcrt
065100     PERFORM PRINTOUT-PUT.                                        zbnkrcrt
065200                                                                  zbnkrcrt
065300******************************************************************zbnkrcrt
065400* Each manager's list carries its own heading and column         *zbnkrcrt
065500* headings, so it can be handed to the manager on its own        *zbnkrcrt
065600******************************************************************zbnkrcrt
065700 WRITE-MANAGER-HEADING.                                           zbnkrcrt
065800     ADD 1 TO WS-MANAGERS.                                        zbnkrcrt
065900     MOVE SPACES TO PRINTOUT-REC.                                 zbnkrcrt
066000     PERFORM PRINTOUT-PUT.                                        zbnkrcrt
066100     MOVE SPACES TO WS-REPORT-LINE.                               zbnkrcrt
066200     STRING 'Manager: ' DELIMITED BY SIZE                         zbnkrcrt
066300            UR-REC-MANAGER DELIMITED BY SIZE                      zbnkrcrt
066400            '   Branch: ' DELIMITED BY SIZE                       zbnkrcrt
066500            UR-REC-BRANCH DELIMITED BY SIZE                       zbnkrcrt
066600            '   Confirm or revoke each role on DBANK61P'          zbnkrcrt
066700              DELIMITED BY SIZE                                   zbnkrcrt
066800       INTO WS-REPORT-LINE.                                       zbnkrcrt
066900     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkrcrt
067000     PERFORM PRINTOUT-PUT.                                        zbnkrcrt
067100     MOVE SPACES TO PRINTOUT-REC.                                 zbnkrcrt
067200     PERFORM PRINTOUT-PUT.                                        zbnkrcrt
067300     MOVE SPACES TO WS-REPORT-LINE.                               zbnkrcrt
067400     MOVE 'Userid' TO WS-REPORT-LINE (1:6).                       zbnkrcrt
067500     MOVE 'Role' TO WS-REPORT-LINE (11:4).                        zbnkrcrt
067600     MOVE 'Brn' TO WS-REPORT-LINE (18:3).                         zbnkrcrt
067700     MOVE 'Granted' TO WS-REPORT-LINE (24:7).                     zbnkrcrt
067800     MOVE 'Signed on' TO WS-REPORT-LINE (36:9).                   zbnkrcrt
067900     MOVE 'Idle' TO WS-REPORT-LINE (48:4).                        zbnkrcrt
068000     MOVE 'Last review' TO WS-REPORT-LINE (55:11).                zbnkrcrt
068100     MOVE 'Userid' TO WS-REPORT-LINE (69:6).                      zbnkrcrt
068200     MOVE 'Segregation' TO WS-REPORT-LINE (79:11).                zbnkrcrt
068300     MOVE 'Role' TO WS-REPORT-LINE (99:4).                        zbnkrcrt
068400     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkrcrt
068500     PERFORM PRINTOUT-PUT.                                        zbnkrcrt
068600                                                                  zbnkrcrt
068700 WRITE-TOTALS.                                                    zbnkrcrt
068800     MOVE SPACES TO PRINTOUT-REC.                                 zbnkrcrt
068900     PERFORM PRINTOUT-PUT.                                        zbnkrcrt
069000     MOVE SPACES TO PRINTOUT-REC.                                 zbnkrcrt
069100     PERFORM PRINTOUT-PUT.                                        zbnkrcrt
069200     MOVE WS-MANAGERS TO WS-COUNT-D.                              zbnkrcrt
069300     MOVE SPACES TO WS-REPORT-LINE.                               zbnkrcrt
069400     STRING 'Managers:                 ' DELIMITED BY SIZE        zbnkrcrt
069500            WS-COUNT-D DELIMITED BY SIZE                          zbnkrcrt
069600       INTO WS-REPORT-LINE.                                       zbnkrcrt
069700     PERFORM WRITE-TOTAL-LINE.                                    zbnkrcrt
069800     MOVE WS-USERS-REVIEWED TO WS-COUNT-D.                        zbnkrcrt
069900     MOVE SPACES TO WS-REPORT-LINE.                               zbnkrcrt
070000     STRING 'Userids reviewed:         ' DELIMITED BY SIZE        zbnkrcrt
070100            WS-COUNT-D DELIMITED BY SIZE                          zbnkrcrt
070200       INTO WS-REPORT-LINE.                                       zbnkrcrt
070300     PERFORM WRITE-TOTAL-LINE.                                    zbnkrcrt
070400     MOVE WS-ROLES-LISTED TO WS-COUNT-D.                          zbnkrcrt
070500     MOVE SPACES TO WS-REPORT-LINE.                               zbnkrcrt
070600     STRING 'Roles for recertification:' DELIMITED BY SIZE        zbnkrcrt
070700            WS-COUNT-D DELIMITED BY SIZE                          zbnkrcrt
070800       INTO WS-REPORT-LINE.                                       zbnkrcrt
070900     PERFORM WRITE-TOTAL-LINE.                                    zbnkrcrt
071000     MOVE WS-ROLES-UNANSWERED TO WS-COUNT-D.                      zbnkrcrt
071100     MOVE SPACES TO WS-REPORT-LINE.                               zbnkrcrt
071200     STRING 'Unanswered from last run: ' DELIMITED BY SIZE        zbnkrcrt
071300            WS-COUNT-D DELIMITED BY SIZE                          zbnkrcrt
071400       INTO WS-REPORT-LINE.                                       zbnkrcrt
071500     PERFORM WRITE-TOTAL-LINE.                                    zbnkrcrt
071600     MOVE WS-USERS-DISABLED TO WS-COUNT-D.                        zbnkrcrt
071700     MOVE SPACES TO WS-REPORT-LINE.                               zbnkrcrt
071800     STRING 'Userids disabled:         ' DELIMITED BY SIZE        zbnkrcrt
071900            WS-COUNT-D DELIMITED BY SIZE                          zbnkrcrt
072000       INTO WS-REPORT-LINE.                                       zbnkrcrt
072100     PERFORM WRITE-TOTAL-LINE.                                    zbnkrcrt
072200     MOVE WS-USERS-WERE-DISABLED TO WS-COUNT-D.                   zbnkrcrt
072300     MOVE SPACES TO WS-REPORT-LINE.                               zbnkrcrt
072400     STRING 'Idle, already disabled:   ' DELIMITED BY SIZE        zbnkrcrt
072500            WS-COUNT-D DELIMITED BY SIZE                          zbnkrcrt
072600       INTO WS-REPORT-LINE.                                       zbnkrcrt
072700     PERFORM WRITE-TOTAL-LINE.                                    zbnkrcrt
072800     MOVE WS-CONFLICTS-FOUND TO WS-COUNT-D.                       zbnkrcrt
072900     MOVE SPACES TO WS-REPORT-LINE.                               zbnkrcrt
073000     STRING 'Role conflicts found:     ' DELIMITED BY SIZE        zbnkrcrt
073100            WS-COUNT-D DELIMITED BY SIZE                          zbnkrcrt
073200       INTO WS-REPORT-LINE.                                       zbnkrcrt
073300     PERFORM WRITE-TOTAL-LINE.                                    zbnkrcrt
073400     MOVE WS-USERS-IN-CONFLICT TO WS-COUNT-D.                     zbnkrcrt
073500     MOVE SPACES TO WS-REPORT-LINE.                               zbnkrcrt
073600     STRING 'Userids in conflict:      ' DELIMITED BY SIZE        zbnkrcrt
073700            WS-COUNT-D DELIMITED BY SIZE                          zbnkrcrt
073800       INTO WS-REPORT-LINE.                                       zbnkrcrt
073900     PERFORM WRITE-TOTAL-LINE.                                    zbnkrcrt
074000     MOVE WS-ROLES-UNKNOWN TO WS-COUNT-D.                         zbnkrcrt
074100     MOVE SPACES TO WS-REPORT-LINE.                               zbnkrcrt
074200     STRING 'Roles not on BNKROLE:     ' DELIMITED BY SIZE        zbnkrcrt
074300            WS-COUNT-D DELIMITED BY SIZE                          zbnkrcrt
074400       INTO WS-REPORT-LINE.                                       zbnkrcrt
074500     PERFORM WRITE-TOTAL-LINE.                                    zbnkrcrt
074600     MOVE WS-ROLES-REVOKED TO WS-COUNT-D.                         zbnkrcrt
074700     MOVE SPACES TO WS-REPORT-LINE.                               zbnkrcrt
074800     STRING 'Revoked roles passed over:' DELIMITED BY SIZE        zbnkrcrt
074900            WS-COUNT-D DELIMITED BY SIZE                          zbnkrcrt
075000       INTO WS-REPORT-LINE.                                       zbnkrcrt
075100     PERFORM WRITE-TOTAL-LINE.                                    zbnkrcrt
075200     IF WS-ROLES-OVERFLOW IS GREATER THAN ZERO                    zbnkrcrt
075300        MOVE WS-ROLES-OVERFLOW TO WS-COUNT-D                      zbnkrcrt
075400        MOVE SPACES TO WS-REPORT-LINE                             zbnkrcrt
075500        STRING 'Roles over 20 not listed: ' DELIMITED BY SIZE     zbnkrcrt
075600               WS-COUNT-D DELIMITED BY SIZE                       zbnkrcrt
075700          INTO WS-REPORT-LINE                                     zbnkrcrt
075800        PERFORM WRITE-TOTAL-LINE                                  zbnkrcrt
075900     END-IF.                                                      zbnkrcrt
076000                                                                  zbnkrcrt
076100 WRITE-TOTAL-LINE.                                                zbnkrcrt
076200     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkrcrt
076300     PERFORM PRINTOUT-PUT.                                        zbnkrcrt
076400                                                                  zbnkrcrt
076500******************************************************************zbnkrcrt
076600* PRINT-JOB-SUMMARY                                              *zbnkrcrt
076700******************************************************************zbnkrcrt
076800 PRINT-JOB-SUMMARY.                                               zbnkrcrt
076900     PERFORM JOBSUM-OPEN.                                         zbnkrcrt
077000     MOVE SPACES TO JOBSUM-REC.                                   zbnkrcrt
077100     STRING 'Business date of the run:    ' DELIMITED BY SIZE     zbnkrcrt
077200            WS-BUSDATE-DISPLAY DELIMITED BY SIZE                  zbnkrcrt
077300       INTO JOBSUM-REC.                                           zbnkrcrt
077400     PERFORM JOBSUM-PUT.                                          zbnkrcrt
077500     MOVE SPACES TO JOBSUM-REC.                                   zbnkrcrt
077600     MOVE WS-USERS-REVIEWED TO WS-COUNT-D.                        zbnkrcrt
077700     STRING 'Userids reviewed:            ' DELIMITED BY SIZE     zbnkrcrt
077800            WS-COUNT-D DELIMITED BY SIZE                          zbnkrcrt
077900       INTO JOBSUM-REC.                                           zbnkrcrt
078000     PERFORM JOBSUM-PUT.                                          zbnkrcrt
078100     MOVE SPACES TO JOBSUM-REC.                                   zbnkrcrt
078200     MOVE WS-ROLES-LISTED TO WS-COUNT-D.                          zbnkrcrt
078300     STRING 'Roles marked for review:     ' DELIMITED BY SIZE     zbnkrcrt
078400            WS-COUNT-D DELIMITED BY SIZE                          zbnkrcrt
078500       INTO JOBSUM-REC.                                           zbnkrcrt
078600     PERFORM JOBSUM-PUT.                                          zbnkrcrt
078700     MOVE SPACES TO JOBSUM-REC.                                   zbnkrcrt
078800     MOVE WS-USERS-DISABLED TO WS-COUNT-D.                        zbnkrcrt
078900     STRING 'Userids disabled:            ' DELIMITED BY SIZE     zbnkrcrt
079000            WS-COUNT-D DELIMITED BY SIZE                          zbnkrcrt
079100       INTO JOBSUM-REC.                                           zbnkrcrt
079200     PERFORM JOBSUM-PUT.                                          zbnkrcrt
079300     MOVE SPACES TO JOBSUM-REC.                                   zbnkrcrt
079400     MOVE WS-CONFLICTS-FOUND TO WS-COUNT-D.                       zbnkrcrt
079500     STRING 'Role conflicts found:        ' DELIMITED BY SIZE     zbnkrcrt
079600            WS-COUNT-D DELIMITED BY SIZE                          zbnkrcrt
079700       INTO JOBSUM-REC.                                           zbnkrcrt
079800     PERFORM JOBSUM-PUT.                                          zbnkrcrt
079900     MOVE SPACES TO JOBSUM-REC.                                   zbnkrcrt
080000     MOVE WS-LINES-PRINTED TO WS-COUNT-D.                         zbnkrcrt
080100     STRING 'Report lines written:        ' DELIMITED BY SIZE     zbnkrcrt
080200            WS-COUNT-D DELIMITED BY SIZE                          zbnkrcrt
080300       INTO JOBSUM-REC.                                           zbnkrcrt
080400     PERFORM JOBSUM-PUT.                                          zbnkrcrt
080500     PERFORM JOBSUM-CLOSE.                                        zbnkrcrt
080600     MOVE 'Job summary written to JOBSUM'                         zbnkrcrt
080700       TO WS-CONSOLE-MESSAGE.                                     zbnkrcrt
080800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkrcrt
080900                                                                  zbnkrcrt
081000******************************************************************zbnkrcrt
081100* Open, read, rewrite and close the BNKSTAF staff access         *zbnkrcrt
081200* register. The browse is restarted at a saved key after         *zbnkrcrt
081300* roles have been read by key for update.                        *zbnkrcrt
081400******************************************************************zbnkrcrt
081500 STAF-OPEN.                                                       zbnkrcrt
081600     OPEN I-O STAF-FILE.                                          zbnkrcrt
081700     IF WS-STAF-STATUS = '00'                                     zbnkrcrt
081800        MOVE 'STAF file opened OK' TO WS-CONSOLE-MESSAGE          zbnkrcrt
081900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrcrt
082000     ELSE                                                         zbnkrcrt
082100        MOVE 'STAF file open failure...' TO WS-CONSOLE-MESSAGE    zbnkrcrt
082200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrcrt
082300        MOVE WS-STAF-STATUS TO WS-IO-STATUS                       zbnkrcrt
082400        PERFORM DISPLAY-IO-STATUS                                 zbnkrcrt
082500        PERFORM ABORT-PROGRAM                                     zbnkrcrt
082600     END-IF.                                                      zbnkrcrt
082700                                                                  zbnkrcrt
082800 STAF-GET.                                                        zbnkrcrt
082900     READ STAF-FILE NEXT RECORD.                                  zbnkrcrt
083000     IF WS-STAF-STATUS NOT = '00'                                 zbnkrcrt
083100        IF WS-STAF-STATUS = '10'                                  zbnkrcrt
083200           MOVE 'YES' TO WS-END-OF-FILE                           zbnkrcrt
083300        ELSE                                                      zbnkrcrt
083400           MOVE 'STAF Error reading file ...'                     zbnkrcrt
083500             TO WS-CONSOLE-MESSAGE                                zbnkrcrt
083600           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkrcrt
083700           MOVE WS-STAF-STATUS TO WS-IO-STATUS                    zbnkrcrt
083800           PERFORM DISPLAY-IO-STATUS                              zbnkrcrt
083900           PERFORM ABORT-PROGRAM                                  zbnkrcrt
084000        END-IF                                                    zbnkrcrt
084100     END-IF.                                                      zbnkrcrt
084200                                                                  zbnkrcrt
084300 STAF-READ.                                                       zbnkrcrt
084400     READ STAF-FILE.                                              zbnkrcrt
084500     IF WS-STAF-STATUS NOT = '00'                                 zbnkrcrt
084600        MOVE 'STAF Error reading file by key ...'                 zbnkrcrt
084700          TO WS-CONSOLE-MESSAGE                                   zbnkrcrt
084800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrcrt
084900        MOVE WS-STAF-STATUS TO WS-IO-STATUS                       zbnkrcrt
085000        PERFORM DISPLAY-IO-STATUS                                 zbnkrcrt
085100        PERFORM ABORT-PROGRAM                                     zbnkrcrt
085200     END-IF.                                                      zbnkrcrt
085300                                                                  zbnkrcrt
085400 STAF-REWRITE.                                                    zbnkrcrt
085500     REWRITE STAF-FILE-REC.                                       zbnkrcrt
085600     IF WS-STAF-STATUS NOT = '00'                                 zbnkrcrt
085700        MOVE 'STAF Error rewriting file ...' TO WS-CONSOLE-MESSAGEzbnkrcrt
085800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrcrt
085900        MOVE WS-STAF-STATUS TO WS-IO-STATUS                       zbnkrcrt
086000        PERFORM DISPLAY-IO-STATUS                                 zbnkrcrt
086100        PERFORM ABORT-PROGRAM                                     zbnkrcrt
086200     END-IF.                                                      zbnkrcrt
086300                                                                  zbnkrcrt
086400 STAF-RESTART.                                                    zbnkrcrt
086500     START STAF-FILE KEY IS NOT LESS THAN UR-REC-KEY.             zbnkrcrt
086600     IF WS-STAF-STATUS NOT = '00'                                 zbnkrcrt
086700        MOVE 'STAF Error restarting browse ...'                   zbnkrcrt
086800          TO WS-CONSOLE-MESSAGE                                   zbnkrcrt
086900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrcrt
087000        MOVE WS-STAF-STATUS TO WS-IO-STATUS                       zbnkrcrt
087100        PERFORM DISPLAY-IO-STATUS                                 zbnkrcrt
087200        PERFORM ABORT-PROGRAM                                     zbnkrcrt
087300     END-IF.                                                      zbnkrcrt
087400                                                                  zbnkrcrt
087500 STAF-CLOSE.                                                      zbnkrcrt
087600     CLOSE STAF-FILE.                                             zbnkrcrt
087700     IF WS-STAF-STATUS = '00'                                     zbnkrcrt
087800        MOVE 'STAF file closed OK' TO WS-CONSOLE-MESSAGE          zbnkrcrt
087900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrcrt
088000     ELSE                                                         zbnkrcrt
088100        MOVE 'STAF file close failure...' TO WS-CONSOLE-MESSAGE   zbnkrcrt
088200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrcrt
088300        MOVE WS-STAF-STATUS TO WS-IO-STATUS                       zbnkrcrt
088400        PERFORM DISPLAY-IO-STATUS                                 zbnkrcrt
088500        PERFORM ABORT-PROGRAM                                     zbnkrcrt
088600     END-IF.                                                      zbnkrcrt
088700                                                                  zbnkrcrt
088800******************************************************************zbnkrcrt
088900* Open and close BNKROLE and BNKSESS, browsed by role code and   *zbnkrcrt
089000* by userid for the roles known and the last sign-on.            *zbnkrcrt
089100******************************************************************zbnkrcrt
089200 ROLE-OPEN.                                                       zbnkrcrt
089300     OPEN INPUT ROLE-FILE.                                        zbnkrcrt
089400     IF WS-ROLE-STATUS = '00'                                     zbnkrcrt
089500        MOVE 'ROLE file opened OK' TO WS-CONSOLE-MESSAGE          zbnkrcrt
089600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrcrt
089700     ELSE                                                         zbnkrcrt
089800        MOVE 'ROLE file open failure...' TO WS-CONSOLE-MESSAGE    zbnkrcrt
089900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrcrt
090000        MOVE WS-ROLE-STATUS TO WS-IO-STATUS                       zbnkrcrt
090100        PERFORM DISPLAY-IO-STATUS                                 zbnkrcrt
090200        PERFORM ABORT-PROGRAM                                     zbnkrcrt
090300     END-IF.                                                      zbnkrcrt
090400                                                                  zbnkrcrt
090500 ROLE-CLOSE.                                                      zbnkrcrt
090600     CLOSE ROLE-FILE.                                             zbnkrcrt
090700     IF WS-ROLE-STATUS = '00'                                     zbnkrcrt
090800        MOVE 'ROLE file closed OK' TO WS-CONSOLE-MESSAGE          zbnkrcrt
090900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrcrt
091000     ELSE                                                         zbnkrcrt
091100        MOVE 'ROLE file close failure...' TO WS-CONSOLE-MESSAGE   zbnkrcrt
091200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrcrt
091300        MOVE WS-ROLE-STATUS TO WS-IO-STATUS                       zbnkrcrt
091400        PERFORM DISPLAY-IO-STATUS                                 zbnkrcrt
091500        PERFORM ABORT-PROGRAM                                     zbnkrcrt
091600     END-IF.                                                      zbnkrcrt
091700                                                                  zbnkrcrt
091800 SESS-OPEN.                                                       zbnkrcrt
091900     OPEN INPUT SESS-FILE.                                        zbnkrcrt
092000     IF WS-SESS-STATUS = '00'                                     zbnkrcrt
092100        MOVE 'SESS file opened OK' TO WS-CONSOLE-MESSAGE          zbnkrcrt
092200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrcrt
092300     ELSE                                                         zbnkrcrt
092400        MOVE 'SESS file open failure...' TO WS-CONSOLE-MESSAGE    zbnkrcrt
092500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrcrt
092600        MOVE WS-SESS-STATUS TO WS-IO-STATUS                       zbnkrcrt
092700        PERFORM DISPLAY-IO-STATUS                                 zbnkrcrt
092800        PERFORM ABORT-PROGRAM                                     zbnkrcrt
092900     END-IF.                                                      zbnkrcrt
093000                                                                  zbnkrcrt
093100 SESS-CLOSE.                                                      zbnkrcrt
093200     CLOSE SESS-FILE.                                             zbnkrcrt
093300     IF WS-SESS-STATUS = '00'                                     zbnkrcrt
093400        MOVE 'SESS file closed OK' TO WS-CONSOLE-MESSAGE          zbnkrcrt
093500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrcrt
093600     ELSE                                                         zbnkrcrt
093700        MOVE 'SESS file close failure...' TO WS-CONSOLE-MESSAGE   zbnkrcrt
093800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrcrt
093900        MOVE WS-SESS-STATUS TO WS-IO-STATUS                       zbnkrcrt
094000        PERFORM DISPLAY-IO-STATUS                                 zbnkrcrt
094100        PERFORM ABORT-PROGRAM                                     zbnkrcrt
094200     END-IF.                                                      zbnkrcrt
094300                                                                  zbnkrcrt
094400******************************************************************zbnkrcrt
094500* Open, read, update and close the BNKUSRF sign-on file.         *zbnkrcrt
094600******************************************************************zbnkrcrt
094700 USRF-OPEN.                                                       zbnkrcrt
094800     OPEN I-O USRF-FILE.                                          zbnkrcrt
094900     IF WS-USRF-STATUS = '00'                                     zbnkrcrt
095000        MOVE 'USRF file opened OK' TO WS-CONSOLE-MESSAGE          zbnkrcrt
095100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrcrt
095200     ELSE                                                         zbnkrcrt
095300        MOVE 'USRF file open failure...' TO WS-CONSOLE-MESSAGE    zbnkrcrt
095400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrcrt
095500        MOVE WS-USRF-STATUS TO WS-IO-STATUS                       zbnkrcrt
095600        PERFORM DISPLAY-IO-STATUS                                 zbnkrcrt
095700        PERFORM ABORT-PROGRAM                                     zbnkrcrt
095800     END-IF.                                                      zbnkrcrt
095900                                                                  zbnkrcrt
096000 USRF-READ.                                                       zbnkrcrt
096100     READ USRF-FILE.                                              zbnkrcrt
096200     IF WS-USRF-STATUS NOT = '00' AND                             zbnkrcrt
096300        WS-USRF-STATUS NOT = '23'                                 zbnkrcrt
096400        MOVE 'USRF Error reading file ...' TO WS-CONSOLE-MESSAGE  zbnkrcrt
096500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrcrt
096600        MOVE WS-USRF-STATUS TO WS-IO-STATUS                       zbnkrcrt
096700        PERFORM DISPLAY-IO-STATUS                                 zbnkrcrt
096800        PERFORM ABORT-PROGRAM                                     zbnkrcrt
096900     END-IF.                                                      zbnkrcrt
097000                                                                  zbnkrcrt
097100 USRF-REWRITE.                                                    zbnkrcrt
097200     REWRITE USRF-FILE-REC.                                       zbnkrcrt
097300     IF WS-USRF-STATUS NOT = '00'                                 zbnkrcrt
097400        MOVE 'USRF Error rewriting file ...' TO WS-CONSOLE-MESSAGEzbnkrcrt
097500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrcrt
097600        MOVE WS-USRF-STATUS TO WS-IO-STATUS                       zbnkrcrt
097700        PERFORM DISPLAY-IO-STATUS                                 zbnkrcrt
097800        PERFORM ABORT-PROGRAM                                     zbnkrcrt
097900     END-IF.                                                      zbnkrcrt
098000                                                                  zbnkrcrt
098100 USRF-WRITE.                                                      zbnkrcrt
098200     WRITE USRF-FILE-REC.                                         zbnkrcrt
098300     IF WS-USRF-STATUS NOT = '00'                                 zbnkrcrt
098400        MOVE 'USRF Error writing file ...' TO WS-CONSOLE-MESSAGE  zbnkrcrt
098500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrcrt
098600        MOVE WS-USRF-STATUS TO WS-IO-STATUS                       zbnkrcrt
098700        PERFORM DISPLAY-IO-STATUS                                 zbnkrcrt
098800        PERFORM ABORT-PROGRAM                                     zbnkrcrt
098900     END-IF.                                                      zbnkrcrt
099000                                                                  zbnkrcrt
099100 USRF-CLOSE.                                                      zbnkrcrt
099200     CLOSE USRF-FILE.                                             zbnkrcrt
099300     IF WS-USRF-STATUS = '00'                                     zbnkrcrt
099400        MOVE 'USRF file closed OK' TO WS-CONSOLE-MESSAGE          zbnkrcrt
099500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrcrt
099600     ELSE                                                         zbnkrcrt
099700        MOVE 'USRF file close failure...' TO WS-CONSOLE-MESSAGE   zbnkrcrt
099800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrcrt
099900        MOVE WS-USRF-STATUS TO WS-IO-STATUS                       zbnkrcrt
100000        PERFORM DISPLAY-IO-STATUS                                 zbnkrcrt
100100        PERFORM ABORT-PROGRAM                                     zbnkrcrt
100200     END-IF.                                                      zbnkrcrt
100300                                                                  zbnkrcrt
100400******************************************************************zbnkrcrt
100500* Open, read and close the BNKSODC conflicts table.              *zbnkrcrt
100600******************************************************************zbnkrcrt
100700 SODC-OPEN.                                                       zbnkrcrt
100800     OPEN INPUT SODC-FILE.                                        zbnkrcrt
100900     IF WS-SODC-STATUS = '00'                                     zbnkrcrt
101000        MOVE 'SODC file opened OK' TO WS-CONSOLE-MESSAGE          zbnkrcrt
101100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrcrt
101200     ELSE                                                         zbnkrcrt
101300        MOVE 'SODC file open failure...' TO WS-CONSOLE-MESSAGE    zbnkrcrt
101400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrcrt
101500        MOVE WS-SODC-STATUS TO WS-IO-STATUS                       zbnkrcrt
101600        PERFORM DISPLAY-IO-STATUS                                 zbnkrcrt
101700        PERFORM ABORT-PROGRAM                                     zbnkrcrt
101800     END-IF.                                                      zbnkrcrt
101900                                                                  zbnkrcrt
102000 SODC-READ.                                                       zbnkrcrt
102100     READ SODC-FILE.                                              zbnkrcrt
102200     IF WS-SODC-STATUS NOT = '00' AND                             zbnkrcrt
102300        WS-SODC-STATUS NOT = '23'                                 zbnkrcrt
102400        MOVE 'SODC Error reading file ...' TO WS-CONSOLE-MESSAGE  zbnkrcrt
102500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrcrt
102600        MOVE WS-SODC-STATUS TO WS-IO-STATUS                       zbnkrcrt
102700        PERFORM DISPLAY-IO-STATUS                                 zbnkrcrt
102800        PERFORM ABORT-PROGRAM                                     zbnkrcrt
102900     END-IF.                                                      zbnkrcrt
103000                                                                  zbnkrcrt
103100 SODC-CLOSE.                                                      zbnkrcrt
103200     CLOSE SODC-FILE.                                             zbnkrcrt
103300     IF WS-SODC-STATUS = '00'                                     zbnkrcrt
103400        MOVE 'SODC file closed OK' TO WS-CONSOLE-MESSAGE          zbnkrcrt
103500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrcrt
103600     ELSE                                                         zbnkrcrt
103700        MOVE 'SODC file close failure...' TO WS-CONSOLE-MESSAGE   zbnkrcrt
103800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrcrt
103900        MOVE WS-SODC-STATUS TO WS-IO-STATUS                       zbnkrcrt
104000        PERFORM DISPLAY-IO-STATUS                                 zbnkrcrt
104100        PERFORM ABORT-PROGRAM                                     zbnkrcrt
104200     END-IF.                                                      zbnkrcrt
104300                                                                  zbnkrcrt
104400******************************************************************zbnkrcrt
104500* Open, read and close the SYSC file.                            *zbnkrcrt
104600******************************************************************zbnkrcrt
104700 SYSC-OPEN.                                                       zbnkrcrt
104800     OPEN INPUT SYSC-FILE.                                        zbnkrcrt
104900     IF WS-SYSC-STATUS = '00'                                     zbnkrcrt
105000        MOVE 'SYSC file opened OK' TO WS-CONSOLE-MESSAGE          zbnkrcrt
105100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrcrt
105200     ELSE                                                         zbnkrcrt
105300        MOVE 'SYSC file open failure...' TO WS-CONSOLE-MESSAGE    zbnkrcrt
105400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrcrt
105500        MOVE WS-SYSC-STATUS TO WS-IO-STATUS                       zbnkrcrt
105600        PERFORM DISPLAY-IO-STATUS                                 zbnkrcrt
105700        PERFORM ABORT-PROGRAM                                     zbnkrcrt
105800     END-IF.                                                      zbnkrcrt
105900                                                                  zbnkrcrt
106000 SYSC-READ.                                                       zbnkrcrt
106100     READ SYSC-FILE.                                              zbnkrcrt
106200                                                                  zbnkrcrt
106300 SYSC-CLOSE.                                                      zbnkrcrt
106400     CLOSE SYSC-FILE.                                             zbnkrcrt
106500     IF WS-SYSC-STATUS = '00'                                     zbnkrcrt
106600        MOVE 'SYSC file closed OK' TO WS-CONSOLE-MESSAGE          zbnkrcrt
106700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrcrt
106800     ELSE                                                         zbnkrcrt
106900        MOVE 'SYSC file close failure...' TO WS-CONSOLE-MESSAGE   zbnkrcrt
107000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrcrt
107100        MOVE WS-SYSC-STATUS TO WS-IO-STATUS                       zbnkrcrt
107200        PERFORM DISPLAY-IO-STATUS                                 zbnkrcrt
107300        PERFORM ABORT-PROGRAM                                     zbnkrcrt
107400     END-IF.                                                      zbnkrcrt
107500                                                                  zbnkrcrt
107600******************************************************************zbnkrcrt
107700* Open, access and close the PRINTOUT file.                      *zbnkrcrt
107800******************************************************************zbnkrcrt
107900 PRINTOUT-OPEN.                                                   zbnkrcrt
108000     OPEN OUTPUT PRINTOUT-FILE.                                   zbnkrcrt
108100     IF WS-PRINTOUT-STATUS = '00'                                 zbnkrcrt
108200        MOVE 'PRINTOUT file opened OK' TO WS-CONSOLE-MESSAGE      zbnkrcrt
108300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrcrt
108400     ELSE                                                         zbnkrcrt
108500        MOVE 'PRINTOUT file open failure...' TO WS-CONSOLE-MESSAGEzbnkrcrt
108600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrcrt
108700        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkrcrt
108800        PERFORM DISPLAY-IO-STATUS                                 zbnkrcrt
108900        PERFORM ABORT-PROGRAM                                     zbnkrcrt
109000     END-IF.                                                      zbnkrcrt
109100                                                                  zbnkrcrt
109200 PRINTOUT-PUT.                                                    zbnkrcrt
109300     WRITE PRINTOUT-REC.                                          zbnkrcrt
109400     IF WS-PRINTOUT-STATUS NOT = '00'                             zbnkrcrt
109500        MOVE 'PRINTOUT Error writing file ...'                    zbnkrcrt
109600          TO WS-CONSOLE-MESSAGE                                   zbnkrcrt
109700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrcrt
109800        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkrcrt
109900        PERFORM DISPLAY-IO-STATUS                                 zbnkrcrt
110000        PERFORM ABORT-PROGRAM                                     zbnkrcrt
110100     END-IF.                                                      zbnkrcrt
110200     ADD 1 TO WS-LINES-PRINTED.                                   zbnkrcrt
110300                                                                  zbnkrcrt
110400 PRINTOUT-CLOSE.                                                  zbnkrcrt
110500     CLOSE PRINTOUT-FILE.                                         zbnkrcrt
110600     IF WS-PRINTOUT-STATUS = '00'                                 zbnkrcrt
110700        MOVE 'PRINTOUT file closed OK' TO WS-CONSOLE-MESSAGE      zbnkrcrt
110800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrcrt
110900     ELSE                                                         zbnkrcrt
111000        MOVE 'PRINTOUT file close failure...'                     zbnkrcrt
111100          TO WS-CONSOLE-MESSAGE                                   zbnkrcrt
111200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrcrt
111300        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkrcrt
111400        PERFORM DISPLAY-IO-STATUS                                 zbnkrcrt
111500        PERFORM ABORT-PROGRAM                                     zbnkrcrt
111600     END-IF.                                                      zbnkrcrt
111700                                                                  zbnkrcrt
111800 JOBSUM-OPEN.                                                     zbnkrcrt
111900     OPEN OUTPUT JOBSUM-FILE.                                     zbnkrcrt
112000     IF WS-JOBSUM-STATUS = '00'                                   zbnkrcrt
112100        MOVE 'JOBSUM file opened OK' TO WS-CONSOLE-MESSAGE        zbnkrcrt
112200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrcrt
112300     ELSE                                                         zbnkrcrt
112400        MOVE 'JOBSUM file open failure...' TO WS-CONSOLE-MESSAGE  zbnkrcrt
112500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrcrt
112600        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkrcrt
112700        PERFORM DISPLAY-IO-STATUS                                 zbnkrcrt
112800        PERFORM ABORT-PROGRAM                                     zbnkrcrt
112900     END-IF.                                                      zbnkrcrt
113000                                                                  zbnkrcrt
113100 JOBSUM-PUT.                                                      zbnkrcrt
113200     WRITE JOBSUM-REC.                                            zbnkrcrt
113300     IF WS-JOBSUM-STATUS NOT = '00'                               zbnkrcrt
113400        MOVE 'JOBSUM Error writing file ...' TO WS-CONSOLE-MESSAGEzbnkrcrt
113500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrcrt
113600        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkrcrt
113700        PERFORM DISPLAY-IO-STATUS                                 zbnkrcrt
113800        PERFORM ABORT-PROGRAM                                     zbnkrcrt
113900     END-IF.                                                      zbnkrcrt
114000                                                                  zbnkrcrt
114100 JOBSUM-CLOSE.                                                    zbnkrcrt
114200     CLOSE JOBSUM-FILE.                                           zbnkrcrt
114300     IF WS-JOBSUM-STATUS = '00'                                   zbnkrcrt
114400        MOVE 'JOBSUM file closed OK' TO WS-CONSOLE-MESSAGE        zbnkrcrt
114500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrcrt
114600     ELSE                                                         zbnkrcrt
114700        MOVE 'JOBSUM file close failure...' TO WS-CONSOLE-MESSAGE zbnkrcrt
114800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrcrt
114900        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkrcrt
115000        PERFORM DISPLAY-IO-STATUS                                 zbnkrcrt
115100        PERFORM ABORT-PROGRAM                                     zbnkrcrt
115200     END-IF.                                                      zbnkrcrt
115300                                                                  zbnkrcrt
115400******************************************************************zbnkrcrt
115500* Run-control hooks. The START call blocks this job when it has  *zbnkrcrt
115600* already completed for the business date, records the start on  *zbnkrcrt
115700* BNKRUNC and hands back the business date; the END call records *zbnkrcrt
115800* the end time and return code. See URUNCTL.CBL.                 *zbnkrcrt
115900******************************************************************zbnkrcrt
116000 RUN-CONTROL-START.                                               zbnkrcrt
116100     SET RUNCTL-START TO TRUE.                                    zbnkrcrt
116200     MOVE 'ZBNKRCRT' TO RUNCTL-JOB.                               zbnkrcrt
116300     MOVE ZERO TO RUNCTL-BUSDATE.                                 zbnkrcrt
116400     MOVE ZERO TO RUNCTL-RETURN-CODE.                             zbnkrcrt
116500     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkrcrt
116600     IF RUNCTL-BLOCKED                                            zbnkrcrt
116700        MOVE RUNCTL-REPLY-TEXT TO WS-CONSOLE-MESSAGE              zbnkrcrt
116800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrcrt
116900        MOVE 'Run control blocked this run' TO WS-CONSOLE-MESSAGE zbnkrcrt
117000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrcrt
117100        MOVE 8 TO RETURN-CODE                                     zbnkrcrt
117200        GOBACK                                                    zbnkrcrt
117300     END-IF.                                                      zbnkrcrt
117400 RUN-CONTROL-START-EXIT.                                          zbnkrcrt
117500     EXIT.                                                        zbnkrcrt
117600                                                                  zbnkrcrt
117700 RUN-CONTROL-END.                                                 zbnkrcrt
117800     SET RUNCTL-END TO TRUE.                                      zbnkrcrt
117900     MOVE RETURN-CODE TO RUNCTL-RETURN-CODE.                      zbnkrcrt
118000     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkrcrt
118100                                                                  zbnkrcrt
118200******************************************************************zbnkrcrt
118300* Display the file status bytes                                  *zbnkrcrt
118400******************************************************************zbnkrcrt
118500 DISPLAY-IO-STATUS.                                               zbnkrcrt
118600     IF WS-IO-STATUS NUMERIC                                      zbnkrcrt
118700        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkrcrt
118800        STRING 'File status -' DELIMITED BY SIZE                  zbnkrcrt
118900               WS-IO-STATUS DELIMITED BY SIZE                     zbnkrcrt
119000          INTO WS-CONSOLE-MESSAGE                                 zbnkrcrt
119100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrcrt
119200     ELSE                                                         zbnkrcrt
119300        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     zbnkrcrt
119400        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    zbnkrcrt
119500        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkrcrt
119600        STRING 'File status -' DELIMITED BY SIZE                  zbnkrcrt
119700               WS-IO-STAT1 DELIMITED BY SIZE                      zbnkrcrt
119800               '/' DELIMITED BY SIZE                              zbnkrcrt
119900               WS-TWO-BYTES DELIMITED BY SIZE                     zbnkrcrt
120000          INTO WS-CONSOLE-MESSAGE                                 zbnkrcrt
120100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrcrt
120200     END-IF.                                                      zbnkrcrt
120300                                                                  zbnkrcrt
120400******************************************************************zbnkrcrt
120500* 'ABORT' the program. Post a message and issue a goback         *zbnkrcrt
120600******************************************************************zbnkrcrt
120700 ABORT-PROGRAM.                                                   zbnkrcrt
120800     IF WS-CONSOLE-MESSAGE NOT = SPACES                           zbnkrcrt
120900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrcrt
121000     END-IF.                                                      zbnkrcrt
121100     MOVE 'Program is abending...' TO WS-CONSOLE-MESSAGE.         zbnkrcrt
121200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkrcrt
121300     MOVE 16 TO RETURN-CODE.                                      zbnkrcrt
121400     GOBACK.                                                      zbnkrcrt
121500                                                                  zbnkrcrt
121600******************************************************************zbnkrcrt
121700* Display CONSOLE messages...                                    *zbnkrcrt
121800******************************************************************zbnkrcrt
121900 DISPLAY-CONSOLE-MESSAGE.                                         zbnkrcrt
122000     DISPLAY 'ZBNKRCRT - ' WS-CONSOLE-MESSAGE                     zbnkrcrt
122100       UPON CONSOLE.                                              zbnkrcrt
122200     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       zbnkrcrt
