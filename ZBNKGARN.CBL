017800 01  WS-ORDERS-REMITTED                    PIC 9(5) VALUE ZERO.   zbnkgarn
017900                                                                  zbnkgarn
018000 01  WS-END-OF-LGLO                        PIC X(3) VALUE 'NO '.  zbnkgarn
018010                                                                  zbnkgarn
018020 01  WS-TXNJ-PARM.                                                zbnkgarn
018030 COPY CTXNJND.                                                    zbnkgarn
018100                                                                  zbnkgarn
018200 PROCEDURE DIVISION.                                              zbnkgarn
018300                                                                  zbnkgarn
032700       INTO BTX-REC-DESC.                                         zbnkgarn
032800     MOVE 'GRN' TO BTX-REC-TYPE.                                  zbnkgarn
032900     MOVE BAC-REC-BALANCE TO BTX-REC-BALANCE.                     zbnkgarn
032950     SET BTX-REC-CHN-SYSTEM TO TRUE.                              zbnkgarn
033000     WRITE TXN-FILE-REC.                                          zbnkgarn
033100     IF WS-TXN-STATUS NOT = '00'                                  zbnkgarn
033200        MOVE 'TXN Error writing file ...' TO WS-CONSOLE-MESSAGE   zbnkgarn
033500        PERFORM DISPLAY-IO-STATUS                                 zbnkgarn
033600        PERFORM ABORT-PROGRAM                                     zbnkgarn
033700     END-IF.                                                      zbnkgarn
033710     PERFORM JOURNAL-DAILY-POSTING.                               zbnkgarn
033800                                                                  zbnkgarn
033900 RAISE-AUTHORITY-PAYMENT.                                         zbnkgarn
034000     MOVE SPACES TO EXTL-FILE-REC.                                zbnkgarn
072900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkgarn
073000     END-IF.                                                      zbnkgarn
073100                                                                  zbnkgarn
073106******************************************************************zbnkgarn
073112* Copy the posting just written to BNKTXN into the BNKTXD daily  *zbnkgarn
073118* posting journal through UTXNJNL. A failure is an abort - the   *zbnkgarn
073124* nightly jobs read the journal and would miss the posting.      *zbnkgarn
073130******************************************************************zbnkgarn
073136 JOURNAL-DAILY-POSTING.                                           zbnkgarn
073142     SET TXJ-WRITE TO TRUE.                                       zbnkgarn
073148     MOVE TXN-FILE-REC TO TXJ-TXN-IMAGE.                          zbnkgarn
073154     CALL 'UTXNJNL' USING WS-TXNJ-PARM.                           zbnkgarn
073160     IF TXJ-FAILED                                                zbnkgarn
073166        MOVE TXJ-REPLY-TEXT TO WS-CONSOLE-MESSAGE                 zbnkgarn
073172        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkgarn
073178        PERFORM ABORT-PROGRAM                                     zbnkgarn
073184     END-IF.                                                      zbnkgarn
073190                                                                  zbnkgarn
073200******************************************************************zbnkgarn
073300* 'ABORT' the program. Post a message and issue a goback         *zbnkgarn
073400******************************************************************zbnkgarn
