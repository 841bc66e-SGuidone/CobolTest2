002000*              the posting programs honour by blocking debits the*zbnkkycr
002100*              way a frozen account blocks activity, until the   *zbnkkycr
002200*              completed review is recorded through DBANK27P.    *zbnkkycr
002210*              A business customer on the list is followed by    *zbnkkycr
002220*              its beneficial owners from BNKBOWN, to be         *zbnkkycr
002230*              re-verified with it, or a warning that none are   *zbnkkycr
002240*              on file.                                          *zbnkkycr
002300******************************************************************zbnkkycr
002400 IDENTIFICATION DIVISION.                                         zbnkkycr
002500 PROGRAM-ID.                                                      zbnkkycr
003800            ACCESS MODE  IS SEQUENTIAL                            zbnkkycr
003900            RECORD KEY   IS BCS-REC-PID                           zbnkkycr
004000            FILE STATUS  IS WS-CUST-STATUS.                       zbnkkycr
004010     SELECT BOWN-FILE                                             zbnkkycr
004020            ASSIGN       TO BNKBOWN                               zbnkkycr
004030            ORGANIZATION IS INDEXED                               zbnkkycr
004040            ACCESS MODE  IS DYNAMIC                               zbnkkycr
004050            RECORD KEY   IS BO-REC-KEY                            zbnkkycr
004060            FILE STATUS  IS WS-BOWN-STATUS.                       zbnkkycr
004100     SELECT PRINTOUT-FILE                                         zbnkkycr
004200            ASSIGN       TO PRINTOUT                              zbnkkycr
004300            ORGANIZATION IS SEQUENTIAL                            zbnkkycr
005500 FD  CUST-FILE.                                                   zbnkkycr
005600 01  CUST-FILE-REC.                                               zbnkkycr
005700 COPY CBANKVCS.                                                   zbnkkycr
005710                                                                  zbnkkycr
005720 FD  BOWN-FILE.                                                   zbnkkycr
005730 01  BOWN-FILE-REC.                                               zbnkkycr
005740 COPY CBANKVBO.                                                   zbnkkycr
005800                                                                  zbnkkycr
005900 FD  PRINTOUT-FILE.                                               zbnkkycr
006000 01  PRINTOUT-REC                      PIC X(121).                zbnkkycr
006900   05  WS-CUST-STATUS.                                            zbnkkycr
007000     10  WS-CUST-STAT1                  PIC X(1).                 zbnkkycr
007100     10  WS-CUST-STAT2                  PIC X(1).                 zbnkkycr
007110   05  WS-BOWN-STATUS.                                            zbnkkycr
007120     10  WS-BOWN-STAT1                  PIC X(1).                 zbnkkycr
007130     10  WS-BOWN-STAT2                  PIC X(1).                 zbnkkycr
007200   05  WS-PRINTOUT-STATUS.                                        zbnkkycr
007300     10  WS-PRINTOUT-STAT1              PIC X(1).                 zbnkkycr
007400     10  WS-PRINTOUT-STAT2              PIC X(1).                 zbnkkycr
013200     05  FILLER                            PIC X(2) VALUE SPACES. zbnkkycr
013300     05  WS-DET-NOTE                       PIC X(16).             zbnkkycr
013400                                                                  zbnkkycr
013406******************************************************************zbnkkycr
013412* A business's owners are listed under it, indented, with the    *zbnkkycr
013418* holding and role. An owner who is a customer shows their PID.  *zbnkkycr
013424******************************************************************zbnkkycr
013430 01  WS-OWNER-LINE.                                               zbnkkycr
013436     05  FILLER                            PIC X(7) VALUE SPACES. zbnkkycr
013442     05  WS-OWN-LINE-NAME                  PIC X(25).             zbnkkycr
013448     05  FILLER                            PIC X(2) VALUE SPACES. zbnkkycr
013454     05  WS-OWN-LINE-PCT                   PIC ZZ9.99.            zbnkkycr
013460     05  FILLER                            PIC X(2) VALUE SPACES. zbnkkycr
013466     05  WS-OWN-LINE-ROLE                  PIC X(10).             zbnkkycr
013472     05  FILLER                            PIC X(1) VALUE SPACES. zbnkkycr
013478     05  WS-OWN-LINE-PID                   PIC X(5).              zbnkkycr
013484 01  WS-OWNERS-FOUND                       PIC 9(3).              zbnkkycr
013490                                                                  zbnkkycr
013500 01  WS-REPORT-LINE                        PIC X(121).            zbnkkycr
013600                                                                  zbnkkycr
013700******************************************************************zbnkkycr
014100 01  WS-CUSTOMERS-EXAMINED                 PIC 9(5) VALUE ZERO.   zbnkkycr
014200 01  WS-REVIEWS-LISTED                     PIC 9(5) VALUE ZERO.   zbnkkycr
014300 01  WS-CUSTOMERS-RESTRICTED               PIC 9(5) VALUE ZERO.   zbnkkycr
014310 01  WS-OWNERS-LISTED                      PIC 9(5) VALUE ZERO.   zbnkkycr
014400                                                                  zbnkkycr
014500 01  WS-END-OF-CUST                        PIC X(3) VALUE 'NO '.  zbnkkycr
014510 01  WS-END-OF-BOWN                        PIC X(3) VALUE 'NO '.  zbnkkycr
014600                                                                  zbnkkycr
014700 PROCEDURE DIVISION.                                              zbnkkycr
014800                                                                  zbnkkycr
015700     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkkycr
015800                                                                  zbnkkycr
015900     PERFORM CUST-OPEN.                                           zbnkkycr
015910     PERFORM BOWN-OPEN.                                           zbnkkycr
016000     PERFORM PRINTOUT-OPEN.                                       zbnkkycr
016100                                                                  zbnkkycr
016200     MOVE ZERO TO WS-BAND-COUNT (1) WS-BAND-COUNT (2)             zbnkkycr
016900     PERFORM PRINT-WORK-LISTS.                                    zbnkkycr
017000                                                                  zbnkkycr
017100     PERFORM CUST-CLOSE.                                          zbnkkycr
017110     PERFORM BOWN-CLOSE.                                          zbnkkycr
017200     PERFORM PRINTOUT-CLOSE.                                      zbnkkycr
017300                                                                  zbnkkycr
017400     PERFORM PRINT-JOB-SUMMARY.                                   zbnkkycr
025200* ADD-TO-WORK-LIST                                               *zbnkkycr
025300* Build the detail line and file it under the customer's risk    *zbnkkycr
025400* band - 1 high, 2 medium, 3 low.                                *zbnkkycr
025410* A business is followed by its beneficial owners.               *zbnkkycr
025500******************************************************************zbnkkycr
025600 ADD-TO-WORK-LIST.                                                zbnkkycr
025700     MOVE BCS-REC-PID TO WS-DET-PID.                              zbnkkycr
027200                           WS-BAND-COUNT (WS-BAND-SUB))           zbnkkycr
027300        ADD 1 TO WS-REVIEWS-LISTED                                zbnkkycr
027400     END-IF.                                                      zbnkkycr
027410     IF BCS-REC-BUSINESS                                          zbnkkycr
027420        PERFORM ADD-OWNERS-TO-WORK-LIST                           zbnkkycr
027430            THRU ADD-OWNERS-TO-WORK-LIST-EXIT                     zbnkkycr
027440     END-IF.                                                      zbnkkycr
027500 ADD-TO-WORK-LIST-EXIT.                                           zbnkkycr
027600     EXIT.                                                        zbnkkycr
027601                                                                  zbnkkycr
027602******************************************************************zbnkkycr
027603* ADD-OWNERS-TO-WORK-LIST                                        *zbnkkycr
027604* The business's owners follow it in the same band. A business   *zbnkkycr
027605* with none on file - taken on before owners were recorded -     *zbnkkycr
027606* gets a line saying so, to be put right at the review.          *zbnkkycr
027607******************************************************************zbnkkycr
027608 ADD-OWNERS-TO-WORK-LIST.                                         zbnkkycr
027609     MOVE ZERO TO WS-OWNERS-FOUND.                                zbnkkycr
027610     MOVE 'NO ' TO WS-END-OF-BOWN.                                zbnkkycr
027611     MOVE BCS-REC-PID TO BO-REC-BUS-PID.                          zbnkkycr
027612     MOVE ZERO TO BO-REC-SEQ.                                     zbnkkycr
027613     START BOWN-FILE KEY IS NOT LESS THAN BO-REC-KEY.             zbnkkycr
027614     IF WS-BOWN-STATUS = '00'                                     zbnkkycr
027615        PERFORM BOWN-GET-NEXT                                     zbnkkycr
027616        PERFORM ADD-ONE-OWNER-LINE                                zbnkkycr
027617            UNTIL WS-END-OF-BOWN = 'YES'                          zbnkkycr
027618     ELSE                                                         zbnkkycr
027619        IF WS-BOWN-STATUS NOT = '23'                              zbnkkycr
027620           MOVE 'BOWN Error starting file ...'                    zbnkkycr
027621             TO WS-CONSOLE-MESSAGE                                zbnkkycr
027622           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkkycr
027623           MOVE WS-BOWN-STATUS TO WS-IO-STATUS                    zbnkkycr
027624           PERFORM DISPLAY-IO-STATUS                              zbnkkycr
027625           PERFORM ABORT-PROGRAM                                  zbnkkycr
027626        END-IF                                                    zbnkkycr
027627     END-IF.                                                      zbnkkycr
027628     IF WS-OWNERS-FOUND IS EQUAL TO ZERO                          zbnkkycr
027629        MOVE SPACES TO WS-OWNER-LINE                              zbnkkycr
027630        MOVE 'No owners on file' TO WS-OWN-LINE-NAME              zbnkkycr
027631        PERFORM FILE-OWNER-LINE                                   zbnkkycr
027632     END-IF.                                                      zbnkkycr
027633 ADD-OWNERS-TO-WORK-LIST-EXIT.                                    zbnkkycr
027634     EXIT.                                                        zbnkkycr
027635                                                                  zbnkkycr
027636 ADD-ONE-OWNER-LINE.                                              zbnkkycr
027637     ADD 1 TO WS-OWNERS-FOUND.                                    zbnkkycr
027638     ADD 1 TO WS-OWNERS-LISTED.                                   zbnkkycr
027639     MOVE SPACES TO WS-OWNER-LINE.                                zbnkkycr
027640     MOVE BO-REC-NAME TO WS-OWN-LINE-NAME.                        zbnkkycr
027641     MOVE BO-REC-PCT TO WS-OWN-LINE-PCT.                          zbnkkycr
027642     IF BO-REC-CONTROLLER                                         zbnkkycr
027643        MOVE 'Controller' TO WS-OWN-LINE-ROLE                     zbnkkycr
027644     ELSE                                                         zbnkkycr
027645        MOVE 'Owner' TO WS-OWN-LINE-ROLE                          zbnkkycr
027646     END-IF.                                                      zbnkkycr
027647     MOVE BO-REC-OWNER-PID TO WS-OWN-LINE-PID.                    zbnkkycr
027648     PERFORM FILE-OWNER-LINE.                                     zbnkkycr
027649     PERFORM BOWN-GET-NEXT.                                       zbnkkycr
027650                                                                  zbnkkycr
027651 FILE-OWNER-LINE.                                                 zbnkkycr
027652     IF WS-BAND-COUNT (WS-BAND-SUB) IS LESS THAN 300              zbnkkycr
027653        ADD 1 TO WS-BAND-COUNT (WS-BAND-SUB)                      zbnkkycr
027654        MOVE WS-OWNER-LINE                                        zbnkkycr
027655          TO WS-BAND-LINE (WS-BAND-SUB,                           zbnkkycr
027656                           WS-BAND-COUNT (WS-BAND-SUB))           zbnkkycr
027657     END-IF.                                                      zbnkkycr
027700                                                                  zbnkkycr
027800******************************************************************zbnkkycr
027900* PRINT-WORK-LISTS                                               *zbnkkycr
038000        PERFORM DISPLAY-IO-STATUS                                 zbnkkycr
038100        PERFORM ABORT-PROGRAM                                     zbnkkycr
038200     END-IF.                                                      zbnkkycr
038202******************************************************************zbnkkycr
038204* Open, access and close the BOWN file.                          *zbnkkycr
038206******************************************************************zbnkkycr
038208 BOWN-OPEN.                                                       zbnkkycr
038210     OPEN INPUT BOWN-FILE.                                        zbnkkycr
038212     IF WS-BOWN-STATUS = '00'                                     zbnkkycr
038214        MOVE 'BOWN file opened OK' TO WS-CONSOLE-MESSAGE          zbnkkycr
038216        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkkycr
038218     ELSE                                                         zbnkkycr
038220        MOVE 'BOWN file open failure...' TO WS-CONSOLE-MESSAGE    zbnkkycr
038222        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkkycr
038224        MOVE WS-BOWN-STATUS TO WS-IO-STATUS                       zbnkkycr
038226        PERFORM DISPLAY-IO-STATUS                                 zbnkkycr
038228        PERFORM ABORT-PROGRAM                                     zbnkkycr
038230     END-IF.                                                      zbnkkycr
038232                                                                  zbnkkycr
038234 BOWN-GET-NEXT.                                                   zbnkkycr
038236     READ BOWN-FILE NEXT RECORD.                                  zbnkkycr
038238     IF WS-BOWN-STATUS NOT = '00'                                 zbnkkycr
038240        IF WS-BOWN-STATUS = '10'                                  zbnkkycr
038242           MOVE 'YES' TO WS-END-OF-BOWN                           zbnkkycr
038244        ELSE                                                      zbnkkycr
038246           MOVE 'BOWN Error reading file ...'                     zbnkkycr
038248             TO WS-CONSOLE-MESSAGE                                zbnkkycr
038250           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkkycr
038252           MOVE WS-BOWN-STATUS TO WS-IO-STATUS                    zbnkkycr
038254           PERFORM DISPLAY-IO-STATUS                              zbnkkycr
038256           PERFORM ABORT-PROGRAM                                  zbnkkycr
038258        END-IF                                                    zbnkkycr
038260     ELSE                                                         zbnkkycr
038262        IF BO-REC-BUS-PID IS NOT EQUAL TO BCS-REC-PID             zbnkkycr
038264           MOVE 'YES' TO WS-END-OF-BOWN                           zbnkkycr
038266        END-IF                                                    zbnkkycr
038268     END-IF.                                                      zbnkkycr
038270                                                                  zbnkkycr
038272 BOWN-CLOSE.                                                      zbnkkycr
038274     CLOSE BOWN-FILE.                                             zbnkkycr
038276     IF WS-BOWN-STATUS = '00'                                     zbnkkycr
038278        MOVE 'BOWN file closed OK' TO WS-CONSOLE-MESSAGE          zbnkkycr
038280        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkkycr
038282     ELSE                                                         zbnkkycr
038284        MOVE 'BOWN file close failure...' TO WS-CONSOLE-MESSAGE   zbnkkycr
038286        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkkycr
038288        MOVE WS-BOWN-STATUS TO WS-IO-STATUS                       zbnkkycr
038290        PERFORM DISPLAY-IO-STATUS                                 zbnkkycr
038292        PERFORM ABORT-PROGRAM                                     zbnkkycr
038294     END-IF.                                                      zbnkkycr
038296                                                                  zbnkkycr
038300                                                                  zbnkkycr
038400******************************************************************zbnkkycr
038500* Open, access and close the PRINTOUT file.                      *zbnkkycr
044300            WS-CUSTOMERS-RESTRICTED DELIMITED BY SIZE             zbnkkycr
044400       INTO JOBSUM-REC.                                           zbnkkycr
044500     PERFORM JOBSUM-PUT.                                          zbnkkycr
044510     MOVE SPACES TO JOBSUM-REC.                                   zbnkkycr
044520     STRING 'Beneficial owners listed:    ' DELIMITED BY SIZE     zbnkkycr
044530            WS-OWNERS-LISTED DELIMITED BY SIZE                    zbnkkycr
044540       INTO JOBSUM-REC.                                           zbnkkycr
044550     PERFORM JOBSUM-PUT.                                          zbnkkycr
044600     PERFORM JOBSUM-CLOSE.                                        zbnkkycr
044700     MOVE 'Job summary written to JOBSUM'                         zbnkkycr
044800       TO WS-CONSOLE-MESSAGE.                                     zbnkkycr
