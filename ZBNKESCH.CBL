021600     VALUE ZERO.                                                  zbnkesch
021700                                                                  zbnkesch
021800 01  WS-END-OF-ACCOUNT                     PIC X(3) VALUE 'NO '.  zbnkesch
021810                                                                  zbnkesch
021820 01  WS-TXNJ-PARM.                                                zbnkesch
021830 COPY CTXNJND.                                                    zbnkesch
021900                                                                  zbnkesch
022000 LINKAGE SECTION.                                                 zbnkesch
022100 01  LK-EXEC-PARM.                                                zbnkesch
054300     MOVE 'Escheated to the state' TO BTX-REC-DESC.               zbnkesch
054400     MOVE 'ESC' TO BTX-REC-TYPE.                                  zbnkesch
054500     MOVE ZERO TO BTX-REC-BALANCE.                                zbnkesch
054550     SET BTX-REC-CHN-SYSTEM TO TRUE.                              zbnkesch
054600     WRITE TXN-FILE-REC.                                          zbnkesch
054700     IF WS-TXN-STATUS NOT = '00'                                  zbnkesch
054800        MOVE 'TXN Error writing file ...' TO WS-CONSOLE-MESSAGE   zbnkesch
055100        PERFORM DISPLAY-IO-STATUS                                 zbnkesch
055200        PERFORM ABORT-PROGRAM                                     zbnkesch
055300     END-IF.                                                      zbnkesch
055310     PERFORM JOURNAL-DAILY-POSTING.                               zbnkesch
055400 POST-SURRENDER-TXN-EXIT.                                         zbnkesch
055500     EXIT.                                                        zbnkesch
055600                                                                  zbnkesch
092300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkesch
092400     END-IF.                                                      zbnkesch
092500                                                                  zbnkesch
092506******************************************************************zbnkesch
092512* Copy the posting just written to BNKTXN into the BNKTXD daily  *zbnkesch
092518* posting journal through UTXNJNL. A failure is an abort - the   *zbnkesch
092524* nightly jobs read the journal and would miss the posting.      *zbnkesch
092530******************************************************************zbnkesch
092536 JOURNAL-DAILY-POSTING.                                           zbnkesch
092542     SET TXJ-WRITE TO TRUE.                                       zbnkesch
092548     MOVE TXN-FILE-REC TO TXJ-TXN-IMAGE.                          zbnkesch
092554     CALL 'UTXNJNL' USING WS-TXNJ-PARM.                           zbnkesch
092560     IF TXJ-FAILED                                                zbnkesch
092566        MOVE TXJ-REPLY-TEXT TO WS-CONSOLE-MESSAGE                 zbnkesch
092572        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkesch
092578        PERFORM ABORT-PROGRAM                                     zbnkesch
092584     END-IF.                                                      zbnkesch
092590                                                                  zbnkesch
092600******************************************************************zbnkesch
092700* 'ABORT' the program. Post a message and issue a goback         *zbnkesch
092800******************************************************************zbnkesch
