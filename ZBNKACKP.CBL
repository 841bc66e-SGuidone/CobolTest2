019000 01  WS-ACKS-UNMATCHED                     PIC 9(5) VALUE ZERO.   zbnkackp
019100                                                                  zbnkackp
019200 01  WS-END-OF-ACKIN                       PIC X(3) VALUE 'NO '.  zbnkackp
019210                                                                  zbnkackp
019220 01  WS-TXNJ-PARM.                                                zbnkackp
019230 COPY CTXNJND.                                                    zbnkackp
019300                                                                  zbnkackp
019400******************************************************************zbnkackp
019500* This job needs no run-time parameter, so unlike ZBNKSPLT and   *zbnkackp
042600     MOVE WS-POST-DESC TO BTX-REC-DESC.                           zbnkackp
042700     MOVE WS-POST-TYPE TO BTX-REC-TYPE.                           zbnkackp
042800     MOVE WS-POST-BALANCE TO BTX-REC-BALANCE.                     zbnkackp
042850     SET BTX-REC-CHN-EXTERNAL TO TRUE.                            zbnkackp
042900     WRITE TXN-FILE-REC.                                          zbnkackp
043000     IF WS-TXN-STATUS NOT = '00'                                  zbnkackp
043100        MOVE 'TXN Error writing file ...' TO WS-CONSOLE-MESSAGE   zbnkackp
043400        PERFORM DISPLAY-IO-STATUS                                 zbnkackp
043500        PERFORM ABORT-PROGRAM                                     zbnkackp
043600     END-IF.                                                      zbnkackp
043610     PERFORM JOURNAL-DAILY-POSTING.                               zbnkackp
043700                                                                  zbnkackp
043800******************************************************************zbnkackp
043900* Open the ACKIN acknowledgement file for input.                 *zbnkackp
081700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkackp
081800     END-IF.                                                      zbnkackp
081900                                                                  zbnkackp
081906******************************************************************zbnkackp
081912* Copy the posting just written to BNKTXN into the BNKTXD daily  *zbnkackp
081918* posting journal through UTXNJNL. A failure is an abort - the   *zbnkackp
081924* nightly jobs read the journal and would miss the posting.      *zbnkackp
081930******************************************************************zbnkackp
081936 JOURNAL-DAILY-POSTING.                                           zbnkackp
081942     SET TXJ-WRITE TO TRUE.                                       zbnkackp
081948     MOVE TXN-FILE-REC TO TXJ-TXN-IMAGE.                          zbnkackp
081954     CALL 'UTXNJNL' USING WS-TXNJ-PARM.                           zbnkackp
081960     IF TXJ-FAILED                                                zbnkackp
081966        MOVE TXJ-REPLY-TEXT TO WS-CONSOLE-MESSAGE                 zbnkackp
081972        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkackp
081978        PERFORM ABORT-PROGRAM                                     zbnkackp
081984     END-IF.                                                      zbnkackp
081990                                                                  zbnkackp
082000******************************************************************zbnkackp
082100* 'ABORT' the program. Post a message and issue a goback         *zbnkackp
082200******************************************************************zbnkackp
