001900*              function continues transparently into BNKTXNH     *zbnkarch
002000*              when a customer pages back past the retention     *zbnkarch
002100*              point, so nothing is lost to statement reprints.  *zbnkarch
002110*              Each posting purged is logged on BNKRMOV for the  *zbnkarch
002120*              nightly control-totals proof (ZBNKCTLT).          *zbnkarch
002200******************************************************************zbnkarch
002300 IDENTIFICATION DIVISION.                                         zbnkarch
002400 PROGRAM-ID.                                                      zbnkarch
015300 01  WS-TXNS-KEPT                          PIC 9(7) VALUE ZERO.   zbnkarch
015400                                                                  zbnkarch
015500 01  WS-END-OF-TXN                         PIC X(3) VALUE 'NO '.  zbnkarch
015510                                                                  zbnkarch
015520 01  WS-RMOV-PARM.                                                zbnkarch
015530 COPY CRECMOVD.                                                   zbnkarch
015600                                                                  zbnkarch
015700******************************************************************zbnkarch
015800* This job needs no run-time parameter, so unlike ZBNKSPLT and   *zbnkarch
031400* Delete the TXN record just archived.                           *zbnkarch
031500******************************************************************zbnkarch
031600 TXN-DELETE.                                                      zbnkarch
031610     SET RMV-DELETED TO TRUE.                                     zbnkarch
031620     MOVE 'BNKTXN  ' TO RMV-FILE.                                 zbnkarch
031630     MOVE SPACES TO RMV-RECKEY.                                   zbnkarch
031640     MOVE BTX-REC-ACCNO TO RMV-RECKEY (1:9).                      zbnkarch
031650     MOVE BTX-REC-TIME TO RMV-RECKEY (10:8).                      zbnkarch
031660     MOVE BTX-REC-SEQ TO RMV-RECKEY (18:3).                       zbnkarch
031700     DELETE TXN-FILE.                                             zbnkarch
031800     IF WS-TXN-STATUS NOT = '00'                                  zbnkarch
031900        MOVE 'TXN Error deleting record ...'                      zbnkarch
032300        PERFORM DISPLAY-IO-STATUS                                 zbnkarch
032400        PERFORM ABORT-PROGRAM                                     zbnkarch
032500     END-IF.                                                      zbnkarch
032510     PERFORM LOG-RECORD-MOVEMENT.                                 zbnkarch
032600                                                                  zbnkarch
032700******************************************************************zbnkarch
032800* Close the TXN file.                                            *zbnkarch
047200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkarch
047300     END-IF.                                                      zbnkarch
047400                                                                  zbnkarch
047405******************************************************************zbnkarch
047410* Log a record added to or deleted from a master file on the     *zbnkarch
047415* BNKRMOV record-movement log through URECMOV. The caller sets   *zbnkarch
047420* the action, file and key. A failed write is reported but does  *zbnkarch
047425* not stop the run - that night's control-totals proof will      *zbnkarch
047430* show the file out.                                             *zbnkarch
047435******************************************************************zbnkarch
047440 LOG-RECORD-MOVEMENT.                                             zbnkarch
047445     MOVE 'ZBNKARCH' TO RMV-PROGRAM.                              zbnkarch
047450     MOVE 'ZBNKARCH' TO RMV-USERID.                               zbnkarch
047455     CALL 'URECMOV' USING WS-RMOV-PARM.                           zbnkarch
047460     IF RMV-FAILED                                                zbnkarch
047465        MOVE 'Record-movement log write failed'                   zbnkarch
047470          TO WS-CONSOLE-MESSAGE                                   zbnkarch
047475        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkarch
047480     END-IF.                                                      zbnkarch
047485                                                                  zbnkarch
047500******************************************************************zbnkarch
047600* 'ABORT' the program. Post a message and issue a goback         *zbnkarch
047700******************************************************************zbnkarch
