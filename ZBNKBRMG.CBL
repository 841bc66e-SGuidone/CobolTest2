002000*              old code is mapped on BNKBRMP so historical branch*zbnkbrmg
002100*              reporting still reads correctly across the merge  *zbnkbrmg
002200*              date.                                             *zbnkbrmg
002210*              Audit records are chained on BNKACHN for the      *zbnkbrmg
002220*              nightly ZBNKACHV verification.                    *zbnkbrmg
002300******************************************************************zbnkbrmg
002400 IDENTIFICATION DIVISION.                                         zbnkbrmg
002500 PROGRAM-ID.                                                      zbnkbrmg
005000            ACCESS MODE  IS RANDOM                                zbnkbrmg
005100            RECORD KEY   IS AD-REC-KEY                            zbnkbrmg
005200            FILE STATUS  IS WS-AUDIT-STATUS.                      zbnkbrmg
005210     SELECT ACHN-FILE                                             zbnkbrmg
005220            ASSIGN       TO BNKACHN                               zbnkbrmg
005230            ORGANIZATION IS INDEXED                               zbnkbrmg
005240            ACCESS MODE  IS RANDOM                                zbnkbrmg
005250            RECORD KEY   IS CN-REC-SEQ                            zbnkbrmg
005260            FILE STATUS  IS WS-ACHN-STATUS.                       zbnkbrmg
005300     SELECT BRMAP-FILE                                            zbnkbrmg
005400            ASSIGN       TO BNKBRMP                               zbnkbrmg
005500            ORGANIZATION IS INDEXED                               zbnkbrmg
008200 FD  AUDIT-FILE.                                                  zbnkbrmg
008300 01  AUDIT-FILE-REC.                                              zbnkbrmg
008400 COPY CBANKVAD.                                                   zbnkbrmg
008410                                                                  zbnkbrmg
008420 FD  ACHN-FILE.                                                   zbnkbrmg
008430 01  ACHN-FILE-REC.                                               zbnkbrmg
008440 COPY CBANKVCN.                                                   zbnkbrmg
008500                                                                  zbnkbrmg
008600 FD  BRMAP-FILE.                                                  zbnkbrmg
008700 01  BRMAP-FILE-REC.                                              zbnkbrmg
010700   05  WS-AUDIT-STATUS.                                           zbnkbrmg
010800     10  WS-AUDIT-STAT1                 PIC X(1).                 zbnkbrmg
010900     10  WS-AUDIT-STAT2                 PIC X(1).                 zbnkbrmg
010910   05  WS-ACHN-STATUS.                                            zbnkbrmg
010920     10  WS-ACHN-STAT1                  PIC X(1).                 zbnkbrmg
010930     10  WS-ACHN-STAT2                  PIC X(1).                 zbnkbrmg
011000   05  WS-BRMAP-STATUS.                                           zbnkbrmg
011100     10  WS-BRMAP-STAT1                 PIC X(1).                 zbnkbrmg
011200     10  WS-BRMAP-STAT2                 PIC X(1).                 zbnkbrmg
014500 01  WS-EXEC-PARM-LL                       PIC S9(4) COMP.        zbnkbrmg
014600 01  WS-AUDIT-TASKN                        PIC 9(7) VALUE ZERO.   zbnkbrmg
014700 01  WS-AUDIT-SEQ                          PIC 9(3) VALUE ZERO.   zbnkbrmg
014710 01  WS-ACHN-HEAD-SWITCH                 PIC X(1).                zbnkbrmg
014720   88  ACHN-HEAD-NEW                             VALUE 'Y'.       zbnkbrmg
014730   88  ACHN-HEAD-ON-FILE                         VALUE 'N'.       zbnkbrmg
014740 01  WS-AUDHSH-PARM.                                              zbnkbrmg
014750 COPY CAUDHSD.                                                    zbnkbrmg
014800 01  WS-NOTQ-SEQ                           PIC 9(5) VALUE ZERO.   zbnkbrmg
014900 01  WS-NOTIFY-PID                         PIC X(5).              zbnkbrmg
015000                                                                  zbnkbrmg
020100     PERFORM CUST-OPEN.                                           zbnkbrmg
020200     PERFORM ACCOUNT-OPEN.                                        zbnkbrmg
020300     PERFORM AUDIT-OPEN.                                          zbnkbrmg
020310     PERFORM ACHN-OPEN.                                           zbnkbrmg
020400     PERFORM BRMAP-OPEN.                                          zbnkbrmg
020500     PERFORM NOTQ-OPEN.                                           zbnkbrmg
020600                                                                  zbnkbrmg
021800     PERFORM CUST-CLOSE.                                          zbnkbrmg
021900     PERFORM ACCOUNT-CLOSE.                                       zbnkbrmg
022000     PERFORM AUDIT-CLOSE.                                         zbnkbrmg
022010     PERFORM ACHN-CLOSE.                                          zbnkbrmg
022100     PERFORM BRMAP-CLOSE.                                         zbnkbrmg
022200     PERFORM NOTQ-CLOSE.                                          zbnkbrmg
022300                                                                  zbnkbrmg
031700            ' to ' DELIMITED BY SIZE                              zbnkbrmg
031800            WS-TARGET-BRANCH DELIMITED BY SIZE                    zbnkbrmg
031900       INTO AD-REC-AFTER-IMAGE.                                   zbnkbrmg
031910     PERFORM AUDIT-CHAIN-PREPARE.                                 zbnkbrmg
032000     WRITE AUDIT-FILE-REC.                                        zbnkbrmg
032100     IF WS-AUDIT-STATUS = '22'                                    zbnkbrmg
032200        ADD 1 TO WS-AUDIT-TASKN                                   zbnkbrmg
032300        MOVE WS-AUDIT-TASKN TO AD-REC-TASKN                       zbnkbrmg
032310        PERFORM AUDIT-CHAIN-PREPARE                               zbnkbrmg
032400        WRITE AUDIT-FILE-REC                                      zbnkbrmg
032500     END-IF.                                                      zbnkbrmg
032600     IF WS-AUDIT-STATUS NOT = '00'                                zbnkbrmg
033000        PERFORM DISPLAY-IO-STATUS                                 zbnkbrmg
033100        PERFORM ABORT-PROGRAM                                     zbnkbrmg
033200     END-IF.                                                      zbnkbrmg
033210     PERFORM AUDIT-CHAIN-COMMIT.                                  zbnkbrmg
033300                                                                  zbnkbrmg
033301                                                                  zbnkbrmg
033302******************************************************************zbnkbrmg
033303* The record takes the next place on the BNKACHN audit chain:    *zbnkbrmg
033304* the previous record's hash and its own keyed hash (UAUDHSH).   *zbnkbrmg
033305* Nothing is committed to the chain until the BNKAUDT write      *zbnkbrmg
033306* has worked, so a retry under a new key re-prepares.            *zbnkbrmg
033307******************************************************************zbnkbrmg
033308 AUDIT-CHAIN-PREPARE.                                             zbnkbrmg
033309     MOVE ZERO TO CN-REC-SEQ.                                     zbnkbrmg
033310     READ ACHN-FILE.                                              zbnkbrmg
033311     IF WS-ACHN-STATUS = '23'                                     zbnkbrmg
033312        SET ACHN-HEAD-NEW TO TRUE                                 zbnkbrmg
033313        MOVE SPACES TO ACHN-FILE-REC                              zbnkbrmg
033314        MOVE ZERO TO CN-REC-SEQ                                   zbnkbrmg
033315        MOVE ZERO TO CN-HEAD-LAST-SEQ                             zbnkbrmg
033316        MOVE ALL '0' TO CN-HEAD-LAST-HASH                         zbnkbrmg
033317        MOVE AD-REC-DATE TO CN-HEAD-START-DATE                    zbnkbrmg
033318        MOVE ZERO TO CN-HEAD-SEAL-DATE                            zbnkbrmg
033319        MOVE ZERO TO CN-HEAD-SEAL-SEQ                             zbnkbrmg
033320     ELSE                                                         zbnkbrmg
033321        SET ACHN-HEAD-ON-FILE TO TRUE                             zbnkbrmg
033322        IF WS-ACHN-STATUS NOT = '00'                              zbnkbrmg
033323           MOVE 'ACHN Error reading head ...'                     zbnkbrmg
033324             TO WS-CONSOLE-MESSAGE                                zbnkbrmg
033325           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkbrmg
033326           MOVE WS-ACHN-STATUS TO WS-IO-STATUS                    zbnkbrmg
033327           PERFORM DISPLAY-IO-STATUS                              zbnkbrmg
033328           PERFORM ABORT-PROGRAM                                  zbnkbrmg
033329        END-IF                                                    zbnkbrmg
033330     END-IF.                                                      zbnkbrmg
033331     ADD 1 TO CN-HEAD-LAST-SEQ.                                   zbnkbrmg
033332     MOVE CN-HEAD-LAST-SEQ TO AD-REC-CHAIN-SEQ.                   zbnkbrmg
033333     MOVE CN-HEAD-LAST-HASH TO AD-REC-PREV-HASH.                  zbnkbrmg
033334     MOVE SPACES TO AD-REC-HASH.                                  zbnkbrmg
033335     MOVE AUDIT-FILE-REC TO AHS-DATA.                             zbnkbrmg
033336     CALL 'UAUDHSH' USING WS-AUDHSH-PARM.                         zbnkbrmg
033337     MOVE AHS-HASH TO AD-REC-HASH.                                zbnkbrmg
033338     MOVE AHS-HASH TO CN-HEAD-LAST-HASH.                          zbnkbrmg
033339                                                                  zbnkbrmg
033340 AUDIT-CHAIN-COMMIT.                                              zbnkbrmg
033341     IF ACHN-HEAD-NEW                                             zbnkbrmg
033342        WRITE ACHN-FILE-REC                                       zbnkbrmg
033343     ELSE                                                         zbnkbrmg
033344        REWRITE ACHN-FILE-REC                                     zbnkbrmg
033345     END-IF.                                                      zbnkbrmg
033346     IF WS-ACHN-STATUS NOT = '00'                                 zbnkbrmg
033347        MOVE 'ACHN Error writing head ...'                        zbnkbrmg
033348          TO WS-CONSOLE-MESSAGE                                   zbnkbrmg
033349        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbrmg
033350        MOVE WS-ACHN-STATUS TO WS-IO-STATUS                       zbnkbrmg
033351        PERFORM DISPLAY-IO-STATUS                                 zbnkbrmg
033352        PERFORM ABORT-PROGRAM                                     zbnkbrmg
033353     END-IF.                                                      zbnkbrmg
033354     MOVE SPACES TO ACHN-FILE-REC.                                zbnkbrmg
033355     MOVE AD-REC-CHAIN-SEQ TO CN-REC-SEQ.                         zbnkbrmg
033356     MOVE AD-REC-KEY TO CN-REC-AUDT-KEY.                          zbnkbrmg
033357     MOVE AD-REC-HASH TO CN-REC-HASH.                             zbnkbrmg
033358     MOVE AD-REC-DATE TO CN-REC-DATE.                             zbnkbrmg
033359     SET CN-REC-LIVE TO TRUE.                                     zbnkbrmg
033360     MOVE ZERO TO CN-REC-PURGE-DATE.                              zbnkbrmg
033361     WRITE ACHN-FILE-REC.                                         zbnkbrmg
033362     IF WS-ACHN-STATUS NOT = '00'                                 zbnkbrmg
033363        MOVE 'ACHN Error writing link ...'                        zbnkbrmg
033364          TO WS-CONSOLE-MESSAGE                                   zbnkbrmg
033365        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbrmg
033366        MOVE WS-ACHN-STATUS TO WS-IO-STATUS                       zbnkbrmg
033367        PERFORM DISPLAY-IO-STATUS                                 zbnkbrmg
033368        PERFORM ABORT-PROGRAM                                     zbnkbrmg
033369     END-IF.                                                      zbnkbrmg
033370                                                                  zbnkbrmg
033400******************************************************************zbnkbrmg
033500* The customer's notice that their branch has moved.             *zbnkbrmg
033600******************************************************************zbnkbrmg
053000        PERFORM DISPLAY-IO-STATUS                                 zbnkbrmg
053100        PERFORM ABORT-PROGRAM                                     zbnkbrmg
053200     END-IF.                                                      zbnkbrmg
053204                                                                  zbnkbrmg
053208******************************************************************zbnkbrmg
053212* Open and close the ACHN (audit chain) file.                    *zbnkbrmg
053216******************************************************************zbnkbrmg
053220 ACHN-OPEN.                                                       zbnkbrmg
053224     OPEN I-O ACHN-FILE.                                          zbnkbrmg
053228     IF WS-ACHN-STATUS NOT = '00'                                 zbnkbrmg
053232        MOVE 'ACHN file open failure...' TO WS-CONSOLE-MESSAGE    zbnkbrmg
053236        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbrmg
053240        MOVE WS-ACHN-STATUS TO WS-IO-STATUS                       zbnkbrmg
053244        PERFORM DISPLAY-IO-STATUS                                 zbnkbrmg
053248        PERFORM ABORT-PROGRAM                                     zbnkbrmg
053252     END-IF.                                                      zbnkbrmg
053256                                                                  zbnkbrmg
053260 ACHN-CLOSE.                                                      zbnkbrmg
053264     CLOSE ACHN-FILE.                                             zbnkbrmg
053268     IF WS-ACHN-STATUS NOT = '00'                                 zbnkbrmg
053272        MOVE 'ACHN file close failure...' TO WS-CONSOLE-MESSAGE   zbnkbrmg
053276        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbrmg
053280        MOVE WS-ACHN-STATUS TO WS-IO-STATUS                       zbnkbrmg
053284        PERFORM DISPLAY-IO-STATUS                                 zbnkbrmg
053288        PERFORM ABORT-PROGRAM                                     zbnkbrmg
053292     END-IF.                                                      zbnkbrmg
053300                                                                  zbnkbrmg
053400******************************************************************zbnkbrmg
053500* Open, access and close the BRMAP file.                         *zbnkbrmg
