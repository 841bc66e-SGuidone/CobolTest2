002000*              records the end time and return code. The file    *urunctl
002100*              is opened and closed on every call, so the       * urunctl
002200*              record is on disk the moment the call returns.    *urunctl
002210*              A job run in account-range slices is recorded     *urunctl
002220*              per slice, and URUNCTL keeps a job-level record   *urunctl
002230*              (slice 00) that ends OK only when every slice     *urunctl
002240*              has, so the job's dependants wait for them all.   *urunctl
002300******************************************************************urunctl
002400 IDENTIFICATION DIVISION.                                         urunctl
002500 PROGRAM-ID.                                                      urunctl
005900* Job-to-job prerequisites. A job listed here may not start      *urunctl
006000* until its prerequisite has ended cleanly for the same          *urunctl
006100* business date - settlement must complete before anything      * urunctl
006200* that extracts or charges against the settled balances, and     *urunctl
006210* the daily posting journal must prove to BNKTXN (ZBNKTXJP)      *urunctl
006220* before any job that reads only the journal.                    *urunctl
006300******************************************************************urunctl
006400 01  WS-PREREQ-DATA.                                              urunctl
006500   05  FILLER                          PIC X(16) VALUE            urunctl
007000       'ZBNKCHRGZBNKSTOR'.                                        urunctl
007100   05  FILLER                          PIC X(16) VALUE            urunctl
007200       'ZBNKINTRZBNKACRL'.                                        urunctl
007203   05  FILLER                          PIC X(16) VALUE            urunctl
007206       'ZBNKSTORZBNKSANC'.                                        urunctl
007209   05  FILLER                          PIC X(16) VALUE            urunctl
007212       'ZBNKSWEPZBNKSTOR'.                                        urunctl
007215   05  FILLER                          PIC X(16) VALUE            urunctl
007218       'ZBNKCHBKZBNKPOSP'.                                        urunctl
007221   05  FILLER                          PIC X(16) VALUE            urunctl
007224       'ZBNKKYCRZBNKKYCS'.                                        urunctl
007227   05  FILLER                          PIC X(16) VALUE            urunctl
007230       'ZBNKLNLCZBNKDELQ'.                                        urunctl
007233   05  FILLER                          PIC X(16) VALUE            urunctl
007236       'ZBNKIBRCZBNKSWEP'.                                        urunctl
007239   05  FILLER                          PIC X(16) VALUE            urunctl
007242       'ZBNKACRRZBNKGLPO'.                                        urunctl
007245   05  FILLER                          PIC X(16) VALUE            urunctl
007248       'ZBNKGLEXZBNKTXJP'.                                        urunctl
007251   05  FILLER                          PIC X(16) VALUE            urunctl
007254       'ZBNKPRF ZBNKTXJP'.                                        urunctl
007257   05  FILLER                          PIC X(16) VALUE            urunctl
007260       'ZBNKASUMZBNKTXJP'.                                        urunctl
007263   05  FILLER                          PIC X(16) VALUE            urunctl
007266       'ZBNKAML ZBNKTXJP'.                                        urunctl
007269   05  FILLER                          PIC X(16) VALUE            urunctl
007272       'ZBNKFRDSZBNKTXJP'.                                        urunctl
007275   05  FILLER                          PIC X(16) VALUE            urunctl
007278       'ZBNKBILRZBNKSTOR'.                                        urunctl
007281   05  FILLER                          PIC X(16) VALUE            urunctl
007284       'ZBNKAUTXZBNKPOSP'.                                        urunctl
007300 01  WS-PREREQ-TABLE REDEFINES WS-PREREQ-DATA.                    urunctl
007400   05  WS-PREREQ-ENTRY OCCURS 18 TIMES.                           urunctl
007500     10  WS-PREREQ-JOB                 PIC X(8).                  urunctl
007600     10  WS-PREREQ-NEEDS               PIC X(8).                  urunctl
007700 01  WS-PREREQ-SUB                     PIC 9(2) COMP.             urunctl
007800 01  WS-PREREQ-FOUND                   PIC X(8).                  urunctl
007810                                                                  urunctl
007820 01  WS-SLICE-SUB                      PIC 9(3) COMP.             urunctl
007830 01  WS-SLICES-OK                      PIC 9(3) COMP.             urunctl
007840 01  WS-SLICES-FAILED                  PIC 9(3) COMP.             urunctl
007850 01  WS-SLICE-WORST-RC                 PIC 9(4).                  urunctl
007900                                                                  urunctl
008000 01  WS-SAVED-KEY.                                                urunctl
008100   05  WS-SAVED-JOB                    PIC X(8).                  urunctl
008900                                                                  urunctl
009000     SET RUNCTL-ALLOWED TO TRUE.                                  urunctl
009100     MOVE SPACES TO RUNCTL-REPLY-TEXT.                            urunctl
009110     IF RUNCTL-SLICE IS NOT NUMERIC OR                            urunctl
009120        RUNCTL-SLICES IS NOT NUMERIC OR                           urunctl
009130        RUNCTL-SLICE IS EQUAL TO ZERO                             urunctl
009140        MOVE ZERO TO RUNCTL-SLICE                                 urunctl
009150        MOVE ZERO TO RUNCTL-SLICES                                urunctl
009160     END-IF.                                                      urunctl
009200                                                                  urunctl
009300******************************************************************urunctl
009310* A zero business date takes the held date from the BUSDATE      *urunctl
011900******************************************************************urunctl
012000* START: block a double run, enforce the prerequisite, then      *urunctl
012100* record the start.                                              *urunctl
012110* A slice is also blocked when that slice has already ended OK   *urunctl
012120* for the date, and its start opens the job-level record.        *urunctl
012200******************************************************************urunctl
012300 CHECK-AND-RECORD-START.                                          urunctl
012400     MOVE RUNCTL-JOB TO RC-REC-JOB.                               urunctl
012500     MOVE RUNCTL-BUSDATE TO RC-REC-BUSDATE.                       urunctl
012510     MOVE ZERO TO RC-REC-SLICE.                                   urunctl
012600     READ RUNC-FILE.                                              urunctl
012610* ZBNKPRT1 is submitted once per statement request - a        *   urunctl
012620* completed earlier instance on the same business date must   *   urunctl
013100        GO TO CHECK-AND-RECORD-START-EXIT                         urunctl
013200     END-IF.                                                      urunctl
013300                                                                  urunctl
013307     IF RUNCTL-SLICE IS GREATER THAN ZERO                         urunctl
013314        MOVE RUNCTL-JOB TO RC-REC-JOB                             urunctl
013321        MOVE RUNCTL-BUSDATE TO RC-REC-BUSDATE                     urunctl
013328        MOVE RUNCTL-SLICE TO RC-REC-SLICE                         urunctl
013335        READ RUNC-FILE                                            urunctl
013342        IF WS-RUNC-STATUS = '00' AND RC-REC-ENDED-OK              urunctl
013349           SET RUNCTL-BLOCKED TO TRUE                             urunctl
013356           MOVE 'Slice already run for this business date'        urunctl
013363             TO RUNCTL-REPLY-TEXT                                 urunctl
013370           GO TO CHECK-AND-RECORD-START-EXIT                      urunctl
013377        END-IF                                                    urunctl
013384     END-IF.                                                      urunctl
013391                                                                  urunctl
013400     PERFORM CHECK-PREREQUISITE                                   urunctl
013500         THRU CHECK-PREREQUISITE-EXIT.                            urunctl
013600     IF RUNCTL-BLOCKED                                            urunctl
013900                                                                  urunctl
014000     MOVE RUNCTL-JOB TO RC-REC-JOB.                               urunctl
014100     MOVE RUNCTL-BUSDATE TO RC-REC-BUSDATE.                       urunctl
014110     MOVE RUNCTL-SLICE TO RC-REC-SLICE.                           urunctl
014200     READ RUNC-FILE.                                              urunctl
014300     IF WS-RUNC-STATUS = '00'                                     urunctl
014400        MOVE WS-RUN-TIME TO RC-REC-START-TIME                     urunctl
014500        MOVE SPACES TO RC-REC-END-TIME                            urunctl
014600        MOVE ZERO TO RC-REC-RETURN-CODE                           urunctl
014700        SET RC-REC-STARTED TO TRUE                                urunctl
014710        MOVE RUNCTL-SLICES TO RC-REC-SLICES                       urunctl
014800        REWRITE RUNC-FILE-REC                                     urunctl
014900     ELSE                                                         urunctl
015000        MOVE RUNCTL-JOB TO RC-REC-JOB                             urunctl
015100        MOVE RUNCTL-BUSDATE TO RC-REC-BUSDATE                     urunctl
015110        MOVE RUNCTL-SLICE TO RC-REC-SLICE                         urunctl
015200        MOVE WS-RUN-TIME TO RC-REC-START-TIME                     urunctl
015300        MOVE SPACES TO RC-REC-END-TIME                            urunctl
015400        MOVE ZERO TO RC-REC-RETURN-CODE                           urunctl
015500        SET RC-REC-STARTED TO TRUE                                urunctl
015510        MOVE RUNCTL-SLICES TO RC-REC-SLICES                       urunctl
015600        WRITE RUNC-FILE-REC                                       urunctl
015700     END-IF.                                                      urunctl
015710     IF RUNCTL-SLICE IS GREATER THAN ZERO                         urunctl
015720        PERFORM RECORD-JOB-LEVEL-START                            urunctl
015730            THRU RECORD-JOB-LEVEL-START-EXIT                      urunctl
015740     END-IF.                                                      urunctl
015800 CHECK-AND-RECORD-START-EXIT.                                     urunctl
015900     EXIT.                                                        urunctl
016000                                                                  urunctl
016600     MOVE SPACES TO WS-PREREQ-FOUND.                              urunctl
016700     PERFORM CHECK-PREREQ-STEP                                    urunctl
016800        VARYING WS-PREREQ-SUB FROM 1 BY 1                         urunctl
016900        UNTIL WS-PREREQ-SUB IS GREATER THAN 18                    urunctl
017000           OR WS-PREREQ-FOUND NOT = SPACES.                       urunctl
017100     IF WS-PREREQ-FOUND = SPACES                                  urunctl
017200        GO TO CHECK-PREREQUISITE-EXIT                             urunctl
017300     END-IF.                                                      urunctl
017400     MOVE WS-PREREQ-FOUND TO RC-REC-JOB.                          urunctl
017500     MOVE RUNCTL-BUSDATE TO RC-REC-BUSDATE.                       urunctl
017510     MOVE ZERO TO RC-REC-SLICE.                                   urunctl
017600     READ RUNC-FILE.                                              urunctl
017700     IF WS-RUNC-STATUS NOT = '00' OR NOT RC-REC-ENDED-OK          urunctl
017800        SET RUNCTL-BLOCKED TO TRUE                                urunctl
019100                                                                  urunctl
019200******************************************************************urunctl
019300* END: record the end time, return code and final status.        *urunctl
019310* A slice's end also brings the job-level record up to date.     *urunctl
019400******************************************************************urunctl
019500 RECORD-JOB-END.                                                  urunctl
019600     MOVE RUNCTL-JOB TO RC-REC-JOB.                               urunctl
019700     MOVE RUNCTL-BUSDATE TO RC-REC-BUSDATE.                       urunctl
019710     MOVE RUNCTL-SLICE TO RC-REC-SLICE.                           urunctl
019800     READ RUNC-FILE.                                              urunctl
019900     IF WS-RUNC-STATUS NOT = '00'                                 urunctl
020000        MOVE RUNCTL-JOB TO RC-REC-JOB                             urunctl
020100        MOVE RUNCTL-BUSDATE TO RC-REC-BUSDATE                     urunctl
020110        MOVE RUNCTL-SLICE TO RC-REC-SLICE                         urunctl
020200        MOVE SPACES TO RC-REC-START-TIME                          urunctl
020300     END-IF.                                                      urunctl
020310     MOVE RUNCTL-SLICES TO RC-REC-SLICES.                         urunctl
020400     MOVE WS-RUN-TIME TO RC-REC-END-TIME.                         urunctl
020500     MOVE RUNCTL-RETURN-CODE TO RC-REC-RETURN-CODE.               urunctl
020600     IF RUNCTL-RETURN-CODE IS EQUAL TO ZERO                       urunctl
021300     ELSE                                                         urunctl
021400        WRITE RUNC-FILE-REC                                       urunctl
021500     END-IF.                                                      urunctl
021510     IF RUNCTL-SLICE IS GREATER THAN ZERO                         urunctl
021520        PERFORM RECORD-JOB-LEVEL-END                              urunctl
021530            THRU RECORD-JOB-LEVEL-END-EXIT                        urunctl
021540     END-IF.                                                      urunctl
021600 RECORD-JOB-END-EXIT.                                             urunctl
021700     EXIT.                                                        urunctl
021701                                                                  urunctl
021702******************************************************************urunctl
021703* The first slice to start opens the job-level record; a later   *urunctl
021704* slice of the same run leaves it alone. A new set of slices     *urunctl
021705* (after a failure, or with a different slice count) starts it   *urunctl
021706* afresh.                                                        *urunctl
021707******************************************************************urunctl
021708 RECORD-JOB-LEVEL-START.                                          urunctl
021709     MOVE RUNCTL-JOB TO RC-REC-JOB.                               urunctl
021710     MOVE RUNCTL-BUSDATE TO RC-REC-BUSDATE.                       urunctl
021711     MOVE ZERO TO RC-REC-SLICE.                                   urunctl
021712     READ RUNC-FILE.                                              urunctl
021713     IF WS-RUNC-STATUS = '00'                                     urunctl
021714        IF RC-REC-STARTED AND                                     urunctl
021715           RC-REC-SLICES IS EQUAL TO RUNCTL-SLICES                urunctl
021716           GO TO RECORD-JOB-LEVEL-START-EXIT                      urunctl
021717        END-IF                                                    urunctl
021718        MOVE WS-RUN-TIME TO RC-REC-START-TIME                     urunctl
021719        MOVE SPACES TO RC-REC-END-TIME                            urunctl
021720        MOVE ZERO TO RC-REC-RETURN-CODE                           urunctl
021721        SET RC-REC-STARTED TO TRUE                                urunctl
021722        MOVE RUNCTL-SLICES TO RC-REC-SLICES                       urunctl
021723        REWRITE RUNC-FILE-REC                                     urunctl
021724     ELSE                                                         urunctl
021725        MOVE RUNCTL-JOB TO RC-REC-JOB                             urunctl
021726        MOVE RUNCTL-BUSDATE TO RC-REC-BUSDATE                     urunctl
021727        MOVE ZERO TO RC-REC-SLICE                                 urunctl
021728        MOVE WS-RUN-TIME TO RC-REC-START-TIME                     urunctl
021729        MOVE SPACES TO RC-REC-END-TIME                            urunctl
021730        MOVE ZERO TO RC-REC-RETURN-CODE                           urunctl
021731        SET RC-REC-STARTED TO TRUE                                urunctl
021732        MOVE RUNCTL-SLICES TO RC-REC-SLICES                       urunctl
021733        WRITE RUNC-FILE-REC                                       urunctl
021734     END-IF.                                                      urunctl
021735 RECORD-JOB-LEVEL-START-EXIT.                                     urunctl
021736     EXIT.                                                        urunctl
021737                                                                  urunctl
021738******************************************************************urunctl
021739* Re-derive the job-level record from the slice records: ended   *urunctl
021740* OK once every slice 01 to mm has, failed (with the worst       *urunctl
021741* return code) while any slice stands failed, otherwise still    *urunctl
021742* started. Only then is the job a satisfied prerequisite.        *urunctl
021743******************************************************************urunctl
021744 RECORD-JOB-LEVEL-END.                                            urunctl
021745     MOVE ZERO TO WS-SLICES-OK.                                   urunctl
021746     MOVE ZERO TO WS-SLICES-FAILED.                               urunctl
021747     MOVE ZERO TO WS-SLICE-WORST-RC.                              urunctl
021748     PERFORM COUNT-ONE-SLICE                                      urunctl
021749        VARYING WS-SLICE-SUB FROM 1 BY 1                          urunctl
021750        UNTIL WS-SLICE-SUB IS GREATER THAN RUNCTL-SLICES.         urunctl
021751                                                                  urunctl
021752     MOVE RUNCTL-JOB TO RC-REC-JOB.                               urunctl
021753     MOVE RUNCTL-BUSDATE TO RC-REC-BUSDATE.                       urunctl
021754     MOVE ZERO TO RC-REC-SLICE.                                   urunctl
021755     READ RUNC-FILE.                                              urunctl
021756     IF WS-RUNC-STATUS NOT = '00'                                 urunctl
021757        MOVE RUNCTL-JOB TO RC-REC-JOB                             urunctl
021758        MOVE RUNCTL-BUSDATE TO RC-REC-BUSDATE                     urunctl
021759        MOVE ZERO TO RC-REC-SLICE                                 urunctl
021760        MOVE SPACES TO RC-REC-START-TIME                          urunctl
021761        MOVE SPACES TO RC-REC-END-TIME                            urunctl
021762        MOVE ZERO TO RC-REC-RETURN-CODE                           urunctl
021763     END-IF.                                                      urunctl
021764     MOVE RUNCTL-SLICES TO RC-REC-SLICES.                         urunctl
021765     IF WS-SLICES-FAILED IS GREATER THAN ZERO                     urunctl
021766        MOVE WS-RUN-TIME TO RC-REC-END-TIME                       urunctl
021767        MOVE WS-SLICE-WORST-RC TO RC-REC-RETURN-CODE              urunctl
021768        SET RC-REC-FAILED TO TRUE                                 urunctl
021769     ELSE                                                         urunctl
021770        IF WS-SLICES-OK IS EQUAL TO RUNCTL-SLICES                 urunctl
021771           MOVE WS-RUN-TIME TO RC-REC-END-TIME                    urunctl
021772           MOVE ZERO TO RC-REC-RETURN-CODE                        urunctl
021773           SET RC-REC-ENDED-OK TO TRUE                            urunctl
021774        ELSE                                                      urunctl
021775           MOVE SPACES TO RC-REC-END-TIME                         urunctl
021776           MOVE ZERO TO RC-REC-RETURN-CODE                        urunctl
021777           SET RC-REC-STARTED TO TRUE                             urunctl
021778        END-IF                                                    urunctl
021779     END-IF.                                                      urunctl
021780     IF WS-RUNC-STATUS = '00'                                     urunctl
021781        REWRITE RUNC-FILE-REC                                     urunctl
021782     ELSE                                                         urunctl
021783        WRITE RUNC-FILE-REC                                       urunctl
021784     END-IF.                                                      urunctl
021785 RECORD-JOB-LEVEL-END-EXIT.                                       urunctl
021786     EXIT.                                                        urunctl
021787                                                                  urunctl
021788 COUNT-ONE-SLICE.                                                 urunctl
021789     MOVE RUNCTL-JOB TO RC-REC-JOB.                               urunctl
021790     MOVE RUNCTL-BUSDATE TO RC-REC-BUSDATE.                       urunctl
021791     MOVE WS-SLICE-SUB TO RC-REC-SLICE.                           urunctl
021792     READ RUNC-FILE.                                              urunctl
021793     IF WS-RUNC-STATUS = '00'                                     urunctl
021794        IF RC-REC-ENDED-OK                                        urunctl
021795           ADD 1 TO WS-SLICES-OK                                  urunctl
021796        END-IF                                                    urunctl
021797        IF RC-REC-FAILED                                          urunctl
021798           ADD 1 TO WS-SLICES-FAILED                              urunctl
021799           IF RC-REC-RETURN-CODE IS GREATER THAN WS-SLICE-WORST-RCurunctl
021800              MOVE RC-REC-RETURN-CODE TO WS-SLICE-WORST-RC        urunctl
021801           END-IF                                                 urunctl
021802        END-IF                                                    urunctl
021803     END-IF.                                                      urunctl
021804                                                                  urunctl
021900******************************************************************urunctl
022000* Read the held business date from the BUSDATE control record.    urunctl
022100* Leaves RUNCTL-BUSDATE at zero when the record or the control    urunctl
