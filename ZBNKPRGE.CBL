002000* certificate per purged customer for the privacy officer.       *zbnkprge
002100* Runs in REPORT mode unless the exec parm says PURGE, so        *zbnkprge
002200* the candidate list can be reviewed before anything goes.       *zbnkprge
002210*              Each customer purged is logged on BNKRMOV for the *zbnkprge
002220*              nightly control-totals proof (ZBNKCTLT).          *zbnkprge
002230*              Audit records it removes keep their BNKACHN       *zbnkprge
002240*              chain link, marked purged, so the ZBNKACHV        *zbnkprge
002250*              verification still closes over the gap.           *zbnkprge
002300******************************************************************zbnkprge
002400 IDENTIFICATION DIVISION.                                         zbnkprge
002500 PROGRAM-ID.                                                      zbnkprge
005600            ACCESS MODE  IS SEQUENTIAL                            zbnkprge
005700            RECORD KEY   IS AD-REC-KEY                            zbnkprge
005800            FILE STATUS  IS WS-AUDT-STATUS.                       zbnkprge
005810     SELECT ACHN-FILE                                             zbnkprge
005820            ASSIGN       TO BNKACHN                               zbnkprge
005830            ORGANIZATION IS INDEXED                               zbnkprge
005840            ACCESS MODE  IS RANDOM                                zbnkprge
005850            RECORD KEY   IS CN-REC-SEQ                            zbnkprge
005860            FILE STATUS  IS WS-ACHN-STATUS.                       zbnkprge
005900     SELECT GLOG-FILE                                             zbnkprge
006000            ASSIGN       TO BNKGLOG                               zbnkprge
006100            ORGANIZATION IS INDEXED                               zbnkprge
010900 FD  AUDT-FILE.                                                   zbnkprge
011000 01  AUDT-FILE-REC.                                               zbnkprge
011100 COPY CBANKVAD.                                                   zbnkprge
011110                                                                  zbnkprge
011120 FD  ACHN-FILE.                                                   zbnkprge
011130 01  ACHN-FILE-REC.                                               zbnkprge
011140 COPY CBANKVCN.                                                   zbnkprge
011200                                                                  zbnkprge
011300 FD  GLOG-FILE.                                                   zbnkprge
011400 01  GLOG-FILE-REC.                                               zbnkprge
014800   05  WS-AUDT-STATUS.                                            zbnkprge
014900     10  WS-AUDT-STAT1                  PIC X(1).                 zbnkprge
015000     10  WS-AUDT-STAT2                  PIC X(1).                 zbnkprge
015010   05  WS-ACHN-STATUS.                                            zbnkprge
015020     10  WS-ACHN-STAT1                  PIC X(1).                 zbnkprge
015030     10  WS-ACHN-STAT2                  PIC X(1).                 zbnkprge
015100   05  WS-GLOG-STATUS.                                            zbnkprge
015200     10  WS-GLOG-STAT1                  PIC X(1).                 zbnkprge
015300     10  WS-GLOG-STAT2                  PIC X(1).                 zbnkprge
023100   05  FILLER                              PIC X(2) VALUE SPACES. zbnkprge
023200   05  WS-RPT-TEXT                         PIC X(40).             zbnkprge
023300   05  FILLER                              PIC X(37) VALUE SPACES.zbnkprge
023310                                                                  zbnkprge
023320 01  WS-RMOV-PARM.                                                zbnkprge
023330 COPY CRECMOVD.                                                   zbnkprge
023400                                                                  zbnkprge
023500 LINKAGE SECTION.                                                 zbnkprge
023600 01  LK-EXEC-PARM.                                                zbnkprge
025300     PERFORM CUSTOMER-OPEN.                                       zbnkprge
025400     PERFORM ADRH-OPEN.                                           zbnkprge
025500     PERFORM AUDT-OPEN.                                           zbnkprge
025510     PERFORM ACHN-OPEN.                                           zbnkprge
025600     PERFORM GLOG-OPEN.                                           zbnkprge
025700     PERFORM LGLO-OPEN.                                           zbnkprge
025800     PERFORM PINV-OPEN.                                           zbnkprge
030800     PERFORM CUSTOMER-CLOSE.                                      zbnkprge
030900     PERFORM ADRH-CLOSE.                                          zbnkprge
031000     PERFORM AUDT-CLOSE.                                          zbnkprge
031010     PERFORM ACHN-CLOSE.                                          zbnkprge
031100     PERFORM GLOG-CLOSE.                                          zbnkprge
031200     PERFORM LGLO-CLOSE.                                          zbnkprge
031300     PERFORM PINV-CLOSE.                                          zbnkprge
055300        PERFORM ABORT-PROGRAM                                     zbnkprge
055400     END-IF.                                                      zbnkprge
055500                                                                  zbnkprge
055510     SET RMV-DELETED TO TRUE.                                     zbnkprge
055520     MOVE 'BNKCUST ' TO RMV-FILE.                                 zbnkprge
055530     MOVE BCS-REC-PID TO RMV-RECKEY.                              zbnkprge
055600     DELETE CUSTOMER-FILE.                                        zbnkprge
055700     IF WS-CUSTOMER-STATUS NOT = '00'                             zbnkprge
055800        MOVE 'CUSTOMER Error deleting file ...'                   zbnkprge
056200        PERFORM DISPLAY-IO-STATUS                                 zbnkprge
056300        PERFORM ABORT-PROGRAM                                     zbnkprge
056400     END-IF.                                                      zbnkprge
056410     PERFORM LOG-RECORD-MOVEMENT.                                 zbnkprge
056500 PURGE-THIS-CUSTOMER-EXIT.                                        zbnkprge
056600     EXIT.                                                        zbnkprge
056700                                                                  zbnkprge
062300        IF WS-AUDT-STATUS = '00'                                  zbnkprge
062400           ADD 1 TO WS-AUDT-REMOVED                               zbnkprge
062500           ADD 1 TO WS-PT-AUDT-CNT (WS-PID-SUB)                   zbnkprge
062510           IF AD-REC-CHAIN-SEQ IS NUMERIC AND                     zbnkprge
062520              AD-REC-CHAIN-SEQ IS GREATER THAN ZERO               zbnkprge
062530              PERFORM MARK-CHAIN-LINK-PURGED                      zbnkprge
062540           END-IF                                                 zbnkprge
062600        END-IF                                                    zbnkprge
062700     END-IF.                                                      zbnkprge
062800 SWEEP-NEXT-AUDIT-RECORD-EXIT.                                    zbnkprge
062900     EXIT.                                                        zbnkprge
062904                                                                  zbnkprge
062908******************************************************************zbnkprge
062912* The chain link of a purged audit record stays, marked purged   *zbnkprge
062916* with the purge date. A link that cannot be marked is left for  *zbnkprge
062920* the ZBNKACHV verification to report.                           *zbnkprge
062924******************************************************************zbnkprge
062928 MARK-CHAIN-LINK-PURGED.                                          zbnkprge
062932     MOVE AD-REC-CHAIN-SEQ TO CN-REC-SEQ.                         zbnkprge
062936     READ ACHN-FILE.                                              zbnkprge
062940     IF WS-ACHN-STATUS = '00'                                     zbnkprge
062944        SET CN-REC-PURGED TO TRUE                                 zbnkprge
062948        MOVE WS-TODAY-DATE-N TO CN-REC-PURGE-DATE                 zbnkprge
062952        REWRITE ACHN-FILE-REC                                     zbnkprge
062956     END-IF.                                                      zbnkprge
062960     IF WS-ACHN-STATUS NOT = '00'                                 zbnkprge
062964        MOVE 'ACHN link not marked purged...'                     zbnkprge
062968          TO WS-CONSOLE-MESSAGE                                   zbnkprge
062972        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkprge
062976        MOVE WS-ACHN-STATUS TO WS-IO-STATUS                       zbnkprge
062980        PERFORM DISPLAY-IO-STATUS                                 zbnkprge
062984     END-IF.                                                      zbnkprge
063000                                                                  zbnkprge
063100***************************************************************** zbnkprge
063200* Pass 6 - sweep the gateway journal: entries whose target is   * zbnkprge
083300        PERFORM DISPLAY-IO-STATUS                                 zbnkprge
083400        PERFORM ABORT-PROGRAM                                     zbnkprge
083500     END-IF.                                                      zbnkprge
083504                                                                  zbnkprge
083508******************************************************************zbnkprge
083512* Open and close the ACHN (audit chain) file.                    *zbnkprge
083516******************************************************************zbnkprge
083520 ACHN-OPEN.                                                       zbnkprge
083524     OPEN I-O ACHN-FILE.                                          zbnkprge
083528     IF WS-ACHN-STATUS NOT = '00'                                 zbnkprge
083532        MOVE 'ACHN file open failure...' TO WS-CONSOLE-MESSAGE    zbnkprge
083536        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkprge
083540        MOVE WS-ACHN-STATUS TO WS-IO-STATUS                       zbnkprge
083544        PERFORM DISPLAY-IO-STATUS                                 zbnkprge
083548        PERFORM ABORT-PROGRAM                                     zbnkprge
083552     END-IF.                                                      zbnkprge
083556                                                                  zbnkprge
083560 ACHN-CLOSE.                                                      zbnkprge
083564     CLOSE ACHN-FILE.                                             zbnkprge
083568     IF WS-ACHN-STATUS NOT = '00'                                 zbnkprge
083572        MOVE 'ACHN file close failure...' TO WS-CONSOLE-MESSAGE   zbnkprge
083576        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkprge
083580        MOVE WS-ACHN-STATUS TO WS-IO-STATUS                       zbnkprge
083584        PERFORM DISPLAY-IO-STATUS                                 zbnkprge
083588        PERFORM ABORT-PROGRAM                                     zbnkprge
083592     END-IF.                                                      zbnkprge
083600                                                                  zbnkprge
083700******************************************************************zbnkprge
083800* Open, access and close the GLOG file.                          *zbnkprge
110900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkprge
111000     END-IF.                                                      zbnkprge
111100                                                                  zbnkprge
111105******************************************************************zbnkprge
111110* Log a record added to or deleted from a master file on the     *zbnkprge
111115* BNKRMOV record-movement log through URECMOV. The caller sets   *zbnkprge
111120* the action, file and key. A failed write is reported but does  *zbnkprge
111125* not stop the run - that night's control-totals proof will      *zbnkprge
111130* show the file out.                                             *zbnkprge
111135******************************************************************zbnkprge
111140 LOG-RECORD-MOVEMENT.                                             zbnkprge
111145     MOVE 'ZBNKPRGE' TO RMV-PROGRAM.                              zbnkprge
111150     MOVE 'ZBNKPRGE' TO RMV-USERID.                               zbnkprge
111155     CALL 'URECMOV' USING WS-RMOV-PARM.                           zbnkprge
111160     IF RMV-FAILED                                                zbnkprge
111165        MOVE 'Record-movement log write failed'                   zbnkprge
111170          TO WS-CONSOLE-MESSAGE                                   zbnkprge
111175        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkprge
111180     END-IF.                                                      zbnkprge
111185                                                                  zbnkprge
111200******************************************************************zbnkprge
111300* 'ABORT' the program. Post a message and issue a goback         *zbnkprge
111400******************************************************************zbnkprge
