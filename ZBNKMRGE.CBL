002100*              duplicate BNKCUST record, and writes one          *zbnkmrge
002200*              BNKAUDT record per moved record as the audit      *zbnkmrge
002300*              trail.                                            *zbnkmrge
002310*              Each record deleted or re-keyed is logged on      *zbnkmrge
002320*              BNKRMOV for the nightly control-totals proof      *zbnkmrge
002330*              (ZBNKCTLT).                                       *zbnkmrge
002340*              Audit records are chained on BNKACHN for the      *zbnkmrge
002350*              nightly ZBNKACHV verification.                    *zbnkmrge
002400******************************************************************zbnkmrge
002500 IDENTIFICATION DIVISION.                                         zbnkmrge
002600 PROGRAM-ID.                                                      zbnkmrge
008100            ACCESS MODE  IS RANDOM                                zbnkmrge
008200            RECORD KEY   IS AD-REC-KEY                            zbnkmrge
008300            FILE STATUS  IS WS-AUDT-STATUS.                       zbnkmrge
008310     SELECT ACHN-FILE                                             zbnkmrge
008320            ASSIGN       TO BNKACHN                               zbnkmrge
008330            ORGANIZATION IS INDEXED                               zbnkmrge
008340            ACCESS MODE  IS RANDOM                                zbnkmrge
008350            RECORD KEY   IS CN-REC-SEQ                            zbnkmrge
008360            FILE STATUS  IS WS-ACHN-STATUS.                       zbnkmrge
008400     SELECT JOBSUM-FILE                                           zbnkmrge
008500            ASSIGN       TO JOBSUM                                zbnkmrge
008600            ORGANIZATION IS SEQUENTIAL                            zbnkmrge
012100 FD  AUDT-FILE.                                                   zbnkmrge
012200 01  AUDT-FILE-REC.                                               zbnkmrge
012300 COPY CBANKVAD.                                                   zbnkmrge
012310                                                                  zbnkmrge
012320 FD  ACHN-FILE.                                                   zbnkmrge
012330 01  ACHN-FILE-REC.                                               zbnkmrge
012340 COPY CBANKVCN.                                                   zbnkmrge
012400                                                                  zbnkmrge
012500 FD  JOBSUM-FILE.                                                 zbnkmrge
012600 01  JOBSUM-REC                            PIC X(80).             zbnkmrge
015100   05  WS-AUDT-STATUS.                                            zbnkmrge
015200     10  WS-AUDT-STAT1                 PIC X(1).                  zbnkmrge
015300     10  WS-AUDT-STAT2                 PIC X(1).                  zbnkmrge
015310   05  WS-ACHN-STATUS.                                            zbnkmrge
015320     10  WS-ACHN-STAT1                 PIC X(1).                  zbnkmrge
015330     10  WS-ACHN-STAT2                 PIC X(1).                  zbnkmrge
015400   05  WS-JOBSUM-STATUS.                                          zbnkmrge
015500     10  WS-JOBSUM-STAT1               PIC X(1).                  zbnkmrge
015600     10  WS-JOBSUM-STAT2               PIC X(1).                  zbnkmrge
017400 01  WS-RUN-TIME                           PIC X(6).              zbnkmrge
017500 01  WS-AUDIT-TASKN                        PIC 9(7).              zbnkmrge
017600 01  WS-AUDIT-SEQ                          PIC 9(3) VALUE ZERO.   zbnkmrge
017610 01  WS-ACHN-HEAD-SWITCH                 PIC X(1).                zbnkmrge
017620   88  ACHN-HEAD-NEW                             VALUE 'Y'.       zbnkmrge
017630   88  ACHN-HEAD-ON-FILE                         VALUE 'N'.       zbnkmrge
017640 01  WS-AUDHSH-PARM.                                              zbnkmrge
017650 COPY CAUDHSD.                                                    zbnkmrge
017700                                                                  zbnkmrge
017800 01  WS-SAVED-KEY-14                       PIC X(14).             zbnkmrge
017900 01  WS-SAVED-KEY-12                       PIC X(12).             zbnkmrge
018600 01  WS-STRQS-MOVED                        PIC 9(5) VALUE ZERO.   zbnkmrge
018700                                                                  zbnkmrge
018800 01  WS-END-OF-FILE-SW                     PIC X(3).              zbnkmrge
018810                                                                  zbnkmrge
018820 01  WS-RMOV-PARM.                                                zbnkmrge
018830 COPY CRECMOVD.                                                   zbnkmrge
018900                                                                  zbnkmrge
019000 LINKAGE SECTION.                                                 zbnkmrge
019100 01  LK-EXEC-PARM.                                                zbnkmrge
022900     PERFORM CUSTOMER-OPEN.                                       zbnkmrge
023000     PERFORM VALIDATE-BOTH-CUSTOMERS.                             zbnkmrge
023100     PERFORM AUDT-OPEN.                                           zbnkmrge
023110     PERFORM ACHN-OPEN.                                           zbnkmrge
023200                                                                  zbnkmrge
023300     PERFORM MOVE-ACCOUNTS.                                       zbnkmrge
023400     PERFORM MOVE-JOINT-OWNERS.                                   zbnkmrge
024000                                                                  zbnkmrge
024100     PERFORM CUSTOMER-CLOSE.                                      zbnkmrge
024200     PERFORM AUDT-CLOSE.                                          zbnkmrge
024210     PERFORM ACHN-CLOSE.                                          zbnkmrge
024300     PERFORM PRINT-JOB-SUMMARY.                                   zbnkmrge
024400                                                                  zbnkmrge
024500     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     zbnkmrge
032800           MOVE JO-REC-KEY TO WS-SAVED-KEY-14                     zbnkmrge
032900           MOVE JO-REC-KEY TO AD-REC-BEFORE-IMAGE                 zbnkmrge
033000           DELETE JOWN-FILE                                       zbnkmrge
033010           IF WS-JOWN-STATUS = '00'                               zbnkmrge
033020              SET RMV-DELETED TO TRUE                             zbnkmrge
033030              MOVE 'BNKJOWN ' TO RMV-FILE                         zbnkmrge
033040              MOVE WS-SAVED-KEY-14 TO RMV-RECKEY                  zbnkmrge
033050              PERFORM LOG-RECORD-MOVEMENT                         zbnkmrge
033060           END-IF                                                 zbnkmrge
033100           MOVE WS-SURVIVOR-PID TO JO-REC-PID                     zbnkmrge
033200           WRITE JOWN-FILE-REC                                    zbnkmrge
033210           IF WS-JOWN-STATUS = '00'                               zbnkmrge
033220              SET RMV-ADDED TO TRUE                               zbnkmrge
033230              MOVE 'BNKJOWN ' TO RMV-FILE                         zbnkmrge
033240              MOVE JO-REC-KEY TO RMV-RECKEY                       zbnkmrge
033250              PERFORM LOG-RECORD-MOVEMENT                         zbnkmrge
033260           END-IF                                                 zbnkmrge
033300           MOVE 'BNKJOWN ' TO AD-REC-TABLE                        zbnkmrge
033400           MOVE JO-REC-KEY TO AD-REC-AFTER-IMAGE                  zbnkmrge
033500           PERFORM WRITE-AUDIT-RECORD                             zbnkmrge
040800           MOVE LM-REC-KEY TO WS-SAVED-KEY-12                     zbnkmrge
040900           MOVE LM-REC-KEY TO AD-REC-BEFORE-IMAGE                 zbnkmrge
041000           DELETE LOANM-FILE                                      zbnkmrge
041010           IF WS-LOANM-STATUS = '00'                              zbnkmrge
041020              SET RMV-DELETED TO TRUE                             zbnkmrge
041030              MOVE 'BNKLNMA ' TO RMV-FILE                         zbnkmrge
041040              MOVE WS-SAVED-KEY-12 TO RMV-RECKEY                  zbnkmrge
041050              PERFORM LOG-RECORD-MOVEMENT                         zbnkmrge
041060           END-IF                                                 zbnkmrge
041100           MOVE WS-SURVIVOR-PID TO LM-REC-CONTACT-ID              zbnkmrge
041200           WRITE LOANM-FILE-REC                                   zbnkmrge
041210           IF WS-LOANM-STATUS = '00'                              zbnkmrge
041220              SET RMV-ADDED TO TRUE                               zbnkmrge
041230              MOVE 'BNKLNMA ' TO RMV-FILE                         zbnkmrge
041240              MOVE LM-REC-KEY TO RMV-RECKEY                       zbnkmrge
041250              PERFORM LOG-RECORD-MOVEMENT                         zbnkmrge
041260           END-IF                                                 zbnkmrge
041300           MOVE 'BNKLNMA ' TO AD-REC-TABLE                        zbnkmrge
041400           MOVE LM-REC-KEY TO AD-REC-AFTER-IMAGE                  zbnkmrge
041500           PERFORM WRITE-AUDIT-RECORD                             zbnkmrge
050600     END-IF.                                                      zbnkmrge
050700     MOVE CUSTOMER-FILE-REC (1:80) TO AD-REC-BEFORE-IMAGE.        zbnkmrge
050800     DELETE CUSTOMER-FILE.                                        zbnkmrge
050810     IF WS-CUSTOMER-STATUS = '00'                                 zbnkmrge
050820        SET RMV-DELETED TO TRUE                                   zbnkmrge
050830        MOVE 'BNKCUST ' TO RMV-FILE                               zbnkmrge
050840        MOVE WS-DUPLICATE-PID TO RMV-RECKEY                       zbnkmrge
050850        PERFORM LOG-RECORD-MOVEMENT                               zbnkmrge
050860     END-IF.                                                      zbnkmrge
050900     MOVE 'BNKCUST ' TO AD-REC-TABLE.                             zbnkmrge
051000     MOVE SPACES TO AD-REC-AFTER-IMAGE.                           zbnkmrge
051100     PERFORM WRITE-AUDIT-RECORD.                                  zbnkmrge
052800     MOVE 'ZBNKMRGE' TO AD-REC-USERID.                            zbnkmrge
052900     MOVE WS-TODAY-DATE-N TO AD-REC-DATE.                         zbnkmrge
053000     MOVE WS-RUN-TIME TO AD-REC-TIME.                             zbnkmrge
053010     PERFORM AUDIT-CHAIN-PREPARE.                                 zbnkmrge
053100     WRITE AUDT-FILE-REC.                                         zbnkmrge
053200     IF WS-AUDT-STATUS NOT = '00' AND                             zbnkmrge
053300        WS-AUDT-STATUS NOT = '22'                                 zbnkmrge
053700        PERFORM DISPLAY-IO-STATUS                                 zbnkmrge
053800        PERFORM ABORT-PROGRAM                                     zbnkmrge
053900     END-IF.                                                      zbnkmrge
053910     IF WS-AUDT-STATUS = '00'                                     zbnkmrge
053920        PERFORM AUDIT-CHAIN-COMMIT                                zbnkmrge
053930     END-IF.                                                      zbnkmrge
054000                                                                  zbnkmrge
054001                                                                  zbnkmrge
054002******************************************************************zbnkmrge
054003* The record takes the next place on the BNKACHN audit chain:    *zbnkmrge
054004* the previous record's hash and its own keyed hash (UAUDHSH).   *zbnkmrge
054005* Nothing is committed to the chain unless the BNKAUDT write     *zbnkmrge
054006* worked, so a duplicate key leaves the chain as it was.         *zbnkmrge
054007******************************************************************zbnkmrge
054008 AUDIT-CHAIN-PREPARE.                                             zbnkmrge
054009     MOVE ZERO TO CN-REC-SEQ.                                     zbnkmrge
054010     READ ACHN-FILE.                                              zbnkmrge
054011     IF WS-ACHN-STATUS = '23'                                     zbnkmrge
054012        SET ACHN-HEAD-NEW TO TRUE                                 zbnkmrge
054013        MOVE SPACES TO ACHN-FILE-REC                              zbnkmrge
054014        MOVE ZERO TO CN-REC-SEQ                                   zbnkmrge
054015        MOVE ZERO TO CN-HEAD-LAST-SEQ                             zbnkmrge
054016        MOVE ALL '0' TO CN-HEAD-LAST-HASH                         zbnkmrge
054017        MOVE AD-REC-DATE TO CN-HEAD-START-DATE                    zbnkmrge
054018        MOVE ZERO TO CN-HEAD-SEAL-DATE                            zbnkmrge
054019        MOVE ZERO TO CN-HEAD-SEAL-SEQ                             zbnkmrge
054020     ELSE                                                         zbnkmrge
054021        SET ACHN-HEAD-ON-FILE TO TRUE                             zbnkmrge
054022        IF WS-ACHN-STATUS NOT = '00'                              zbnkmrge
054023           MOVE 'ACHN Error reading head ...'                     zbnkmrge
054024             TO WS-CONSOLE-MESSAGE                                zbnkmrge
054025           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkmrge
054026           MOVE WS-ACHN-STATUS TO WS-IO-STATUS                    zbnkmrge
054027           PERFORM DISPLAY-IO-STATUS                              zbnkmrge
054028           PERFORM ABORT-PROGRAM                                  zbnkmrge
054029        END-IF                                                    zbnkmrge
054030     END-IF.                                                      zbnkmrge
054031     ADD 1 TO CN-HEAD-LAST-SEQ.                                   zbnkmrge
054032     MOVE CN-HEAD-LAST-SEQ TO AD-REC-CHAIN-SEQ.                   zbnkmrge
054033     MOVE CN-HEAD-LAST-HASH TO AD-REC-PREV-HASH.                  zbnkmrge
054034     MOVE SPACES TO AD-REC-HASH.                                  zbnkmrge
054035     MOVE AUDT-FILE-REC TO AHS-DATA.                              zbnkmrge
054036     CALL 'UAUDHSH' USING WS-AUDHSH-PARM.                         zbnkmrge
054037     MOVE AHS-HASH TO AD-REC-HASH.                                zbnkmrge
054038     MOVE AHS-HASH TO CN-HEAD-LAST-HASH.                          zbnkmrge
054039                                                                  zbnkmrge
054040 AUDIT-CHAIN-COMMIT.                                              zbnkmrge
054041     IF ACHN-HEAD-NEW                                             zbnkmrge
054042        WRITE ACHN-FILE-REC                                       zbnkmrge
054043     ELSE                                                         zbnkmrge
054044        REWRITE ACHN-FILE-REC                                     zbnkmrge
054045     END-IF.                                                      zbnkmrge
054046     IF WS-ACHN-STATUS NOT = '00'                                 zbnkmrge
054047        MOVE 'ACHN Error writing head ...'                        zbnkmrge
054048          TO WS-CONSOLE-MESSAGE                                   zbnkmrge
054049        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkmrge
054050        MOVE WS-ACHN-STATUS TO WS-IO-STATUS                       zbnkmrge
054051        PERFORM DISPLAY-IO-STATUS                                 zbnkmrge
054052        PERFORM ABORT-PROGRAM                                     zbnkmrge
054053     END-IF.                                                      zbnkmrge
054054     MOVE SPACES TO ACHN-FILE-REC.                                zbnkmrge
054055     MOVE AD-REC-CHAIN-SEQ TO CN-REC-SEQ.                         zbnkmrge
054056     MOVE AD-REC-KEY TO CN-REC-AUDT-KEY.                          zbnkmrge
054057     MOVE AD-REC-HASH TO CN-REC-HASH.                             zbnkmrge
054058     MOVE AD-REC-DATE TO CN-REC-DATE.                             zbnkmrge
054059     SET CN-REC-LIVE TO TRUE.                                     zbnkmrge
054060     MOVE ZERO TO CN-REC-PURGE-DATE.                              zbnkmrge
054061     WRITE ACHN-FILE-REC.                                         zbnkmrge
054062     IF WS-ACHN-STATUS NOT = '00'                                 zbnkmrge
054063        MOVE 'ACHN Error writing link ...'                        zbnkmrge
054064          TO WS-CONSOLE-MESSAGE                                   zbnkmrge
054065        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkmrge
054066        MOVE WS-ACHN-STATUS TO WS-IO-STATUS                       zbnkmrge
054067        PERFORM DISPLAY-IO-STATUS                                 zbnkmrge
054068        PERFORM ABORT-PROGRAM                                     zbnkmrge
054069     END-IF.                                                      zbnkmrge
054070                                                                  zbnkmrge
054100******************************************************************zbnkmrge
054200* Open/close the CUSTOMER and AUDT files.                        *zbnkmrge
054300******************************************************************zbnkmrge
058200        PERFORM DISPLAY-IO-STATUS                                 zbnkmrge
058300        PERFORM ABORT-PROGRAM                                     zbnkmrge
058400     END-IF.                                                      zbnkmrge
058404                                                                  zbnkmrge
058408******************************************************************zbnkmrge
058412* Open/close the ACHN (audit chain) file.                        *zbnkmrge
058416******************************************************************zbnkmrge
058420 ACHN-OPEN.                                                       zbnkmrge
058424     OPEN I-O ACHN-FILE.                                          zbnkmrge
058428     IF WS-ACHN-STATUS NOT = '00'                                 zbnkmrge
058432        MOVE 'ACHN file open failure...' TO WS-CONSOLE-MESSAGE    zbnkmrge
058436        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkmrge
058440        MOVE WS-ACHN-STATUS TO WS-IO-STATUS                       zbnkmrge
058444        PERFORM DISPLAY-IO-STATUS                                 zbnkmrge
058448        PERFORM ABORT-PROGRAM                                     zbnkmrge
058452     END-IF.                                                      zbnkmrge
058456                                                                  zbnkmrge
058460 ACHN-CLOSE.                                                      zbnkmrge
058464     CLOSE ACHN-FILE.                                             zbnkmrge
058468     IF WS-ACHN-STATUS NOT = '00'                                 zbnkmrge
058472        MOVE 'ACHN file close failure...' TO WS-CONSOLE-MESSAGE   zbnkmrge
058476        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkmrge
058480        MOVE WS-ACHN-STATUS TO WS-IO-STATUS                       zbnkmrge
058484        PERFORM DISPLAY-IO-STATUS                                 zbnkmrge
058488        PERFORM ABORT-PROGRAM                                     zbnkmrge
058492     END-IF.                                                      zbnkmrge
058500                                                                  zbnkmrge
058600******************************************************************zbnkmrge
058700* Write a short end-of-job summary to the JOBSUM file, in the    *zbnkmrge
066400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkmrge
066500     END-IF.                                                      zbnkmrge
066600                                                                  zbnkmrge
066605******************************************************************zbnkmrge
066610* Log a record added to or deleted from a master file on the     *zbnkmrge
066615* BNKRMOV record-movement log through URECMOV. The caller sets   *zbnkmrge
066620* the action, file and key. A failed write is reported but does  *zbnkmrge
066625* not stop the run - that night's control-totals proof will      *zbnkmrge
066630* show the file out.                                             *zbnkmrge
066635******************************************************************zbnkmrge
066640 LOG-RECORD-MOVEMENT.                                             zbnkmrge
066645     MOVE 'ZBNKMRGE' TO RMV-PROGRAM.                              zbnkmrge
066650     MOVE 'ZBNKMRGE' TO RMV-USERID.                               zbnkmrge
066655     CALL 'URECMOV' USING WS-RMOV-PARM.                           zbnkmrge
066660     IF RMV-FAILED                                                zbnkmrge
066665        MOVE 'Record-movement log write failed'                   zbnkmrge
066670          TO WS-CONSOLE-MESSAGE                                   zbnkmrge
066675        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkmrge
066680     END-IF.                                                      zbnkmrge
066685                                                                  zbnkmrge
066700******************************************************************zbnkmrge
066800* 'ABORT' the program. Post a message and issue a goback         *zbnkmrge
066900******************************************************************zbnkmrge
