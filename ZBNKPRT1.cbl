005200 01  WS-DATE-WORK-AREA.                                           zbnkprt1
005300 COPY CDATED.                                                     zbnkprt1
005400                                                                  zbnkprt1
005410 01  WS-ACCNO-PARM.                                               zbnkprt1
005420 COPY CACCNOD.                                                    zbnkprt1
005430                                                                  zbnkprt1
005500 01  WS-MISC-STORAGE.                                             zbnkprt1
005600   05  WS-PROGRAM-ID                         PIC X(8)             zbnkprt1
005700       VALUE 'ZBNKPRT1'.                                          zbnkprt1
038540             INTO CSV-REC                                         zbnkprt1
038550           PERFORM CSV-PUT                                        zbnkprt1
038560        END-IF                                                    zbnkprt1
038561        MOVE SPACES TO WS-LINE5                                   zbnkprt1
038562        SET ACN-DERIVE-IBAN TO TRUE                               zbnkprt1
038563        MOVE BANKXT01-2-ACC-NO TO ACN-ACCNO                       zbnkprt1
038564        CALL 'UACCNO' USING WS-ACCNO-PARM                         zbnkprt1
038565        IF ACN-VALID                                              zbnkprt1
038566           STRING 'IBAN ' DELIMITED BY SIZE                       zbnkprt1
038567                  ACN-IBAN-PRINT DELIMITED BY SIZE                zbnkprt1
038568             INTO WS-LINE5-DESC                                   zbnkprt1
038569           MOVE WS-LINE5 TO PRINTOUT-REC                          zbnkprt1
038570           PERFORM PRINTOUT-PUT                                   zbnkprt1
038571        END-IF                                                    zbnkprt1
038500     END-IF.                                                      zbnkprt1
038550      PERFORM CHECK-TXN-DATE-RANGE.                               zbnkprt1
038600     IF BANKXT01-3-TYPE IS EQUAL TO '3'                           zbnkprt1
