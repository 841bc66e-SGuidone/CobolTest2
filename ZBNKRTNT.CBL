002000* is flagged once its notices are queued so customers are        *zbnkrtnt
002100* told exactly once, and a control report shows the notices      *zbnkrtnt
002200* generated per product.                                         *zbnkrtnt
002210* Each notice is followed by one line per balance band of the   * zbnkrtnt
002220* new rate structure (or a line saying the bands are withdrawn) * zbnkrtnt
002230* so the customer sees the full tiered structure taking effect. * zbnkrtnt
002300******************************************************************zbnkrtnt
002400 IDENTIFICATION DIVISION.                                         zbnkrtnt
002500 PROGRAM-ID.                                                      zbnkrtnt
014600 01  WS-CURR-TYPE                          PIC X(1).              zbnkrtnt
014700 01  WS-INFORCE-RATE                       PIC S9(3)V9(4) COMP-3. zbnkrtnt
014800 01  WS-INFORCE-KNOWN                      PIC X(1).              zbnkrtnt
014810 01  WS-INFORCE-BAND-USED                   PIC X(1).             zbnkrtnt
014900 01  WS-PEND-COUNT                         PIC 9(2) COMP VALUE 0. zbnkrtnt
015000 01  WS-PEND-SUB                           PIC 9(2) COMP.         zbnkrtnt
015100 01  WS-PEND-TABLE.                                               zbnkrtnt
015500     10  WS-PD-OLD-RATE                    PIC S9(3)V9(4) COMP-3. zbnkrtnt
015600     10  WS-PD-NEW-RATE                    PIC S9(3)V9(4) COMP-3. zbnkrtnt
015700     10  WS-PD-NOTICES                     PIC 9(5).              zbnkrtnt
015710     10  WS-PD-OLD-BAND-USED               PIC X(1).              zbnkrtnt
015720     10  WS-PD-NEW-BAND-AREA.                                     zbnkrtnt
015730       15  WS-PD-NEW-BAND OCCURS 3 TIMES.                         zbnkrtnt
015740         20  WS-PD-BAND-FLOOR              PIC S9(7)V99 COMP-3.   zbnkrtnt
015750         20  WS-PD-BAND-RATE               PIC S9(3)V9(4) COMP-3. zbnkrtnt
015760 01  WS-BAND-SUB                           PIC 9(1) COMP.         zbnkrtnt
015770 01  WS-BAND-FLOOR-D                       PIC 9(7).99.           zbnkrtnt
015780 01  WS-BAND-RATE-D                        PIC 9(3).9(4).         zbnkrtnt
015790 01  WS-NOTICE-TEXT                        PIC X(60).             zbnkrtnt
015800 01  WS-NOTQ-SEQ                           PIC 9(5) VALUE ZERO.   zbnkrtnt
015900 01  WS-NOTICES-QUEUED                     PIC 9(7) VALUE ZERO.   zbnkrtnt
016000 01  WS-ROWS-FLAGGED                       PIC 9(3) VALUE ZERO.   zbnkrtnt
030000        MOVE AE-REC-TYPE TO WS-CURR-TYPE                          zbnkrtnt
030100        MOVE 'N' TO WS-INFORCE-KNOWN                              zbnkrtnt
030200        MOVE ZERO TO WS-INFORCE-RATE                              zbnkrtnt
030210        MOVE 'N' TO WS-INFORCE-BAND-USED                          zbnkrtnt
030300     END-IF.                                                      zbnkrtnt
030400     IF AE-REC-EFF-DTE IS NOT GREATER THAN WS-BUSDATE             zbnkrtnt
030500        MOVE AE-REC-INT-RATE TO WS-INFORCE-RATE                   zbnkrtnt
030600        MOVE 'Y' TO WS-INFORCE-KNOWN                              zbnkrtnt
030610        IF AE-REC-BAND-FLOOR (1) IS GREATER THAN ZERO             zbnkrtnt
030620           MOVE 'Y' TO WS-INFORCE-BAND-USED                       zbnkrtnt
030630        ELSE                                                      zbnkrtnt
030640           MOVE 'N' TO WS-INFORCE-BAND-USED                       zbnkrtnt
030650        END-IF                                                    zbnkrtnt
030700        GO TO EXAMINE-NEXT-CATALOGUE-ROW-EXIT                     zbnkrtnt
030800     END-IF.                                                      zbnkrtnt
030900     IF AE-REC-NOTICE-DONE                                        zbnkrtnt
032400     MOVE WS-INFORCE-RATE TO WS-PD-OLD-RATE (WS-PEND-COUNT).      zbnkrtnt
032500     MOVE AE-REC-INT-RATE TO WS-PD-NEW-RATE (WS-PEND-COUNT).      zbnkrtnt
032600     MOVE ZERO TO WS-PD-NOTICES (WS-PEND-COUNT).                  zbnkrtnt
032610     MOVE WS-INFORCE-BAND-USED                                    zbnkrtnt
032620       TO WS-PD-OLD-BAND-USED (WS-PEND-COUNT).                    zbnkrtnt
032630     MOVE AE-REC-BAND-AREA TO WS-PD-NEW-BAND-AREA (WS-PEND-COUNT).zbnkrtnt
032700 EXAMINE-NEXT-CATALOGUE-ROW-EXIT.                                 zbnkrtnt
032800     EXIT.                                                        zbnkrtnt
032900                                                                  zbnkrtnt
035700                                                                  zbnkrtnt
035800***************************************************************** zbnkrtnt
035900* Queue one customer notice stating the old rate, the new rate  * zbnkrtnt
036000* and the effective date, then one line per band of the new     * zbnkrtnt
036100* structure. A key collision bumps the sequence and retries.    * zbnkrtnt
036200***************************************************************** zbnkrtnt
036300 QUEUE-RATE-NOTICE.                                               zbnkrtnt
036400     MOVE WS-PD-OLD-RATE (WS-PEND-SUB) TO WS-OLD-RATE-D.          zbnkrtnt
036500     MOVE WS-PD-NEW-RATE (WS-PEND-SUB) TO WS-NEW-RATE-D.          zbnkrtnt
036600     MOVE WS-PD-EFF-DTE (WS-PEND-SUB) TO WS-EFF-DTE-D.            zbnkrtnt
036610     MOVE SPACES TO WS-NOTICE-TEXT.                               zbnkrtnt
037500     STRING 'Rate ' DELIMITED BY SIZE                             zbnkrtnt
037600            WS-OLD-RATE-D DELIMITED BY SIZE                       zbnkrtnt
037700            ' to ' DELIMITED BY SIZE                              zbnkrtnt
038000            WS-EFF-DTE-D DELIMITED BY SIZE                        zbnkrtnt
038100            ' on ' DELIMITED BY SIZE                              zbnkrtnt
038200            BAC-REC-ACCNO DELIMITED BY SIZE                       zbnkrtnt
038203       INTO WS-NOTICE-TEXT.                                       zbnkrtnt
038206     PERFORM NOTQ-PUT.                                            zbnkrtnt
038209     ADD 1 TO WS-PD-NOTICES (WS-PEND-SUB).                        zbnkrtnt
038212     PERFORM QUEUE-BAND-NOTICE                                    zbnkrtnt
038215         THRU QUEUE-BAND-NOTICE-EXIT                              zbnkrtnt
038218         VARYING WS-BAND-SUB FROM 1 BY 1                          zbnkrtnt
038221         UNTIL WS-BAND-SUB IS GREATER THAN 3.                     zbnkrtnt
038224     IF WS-PD-BAND-FLOOR (WS-PEND-SUB 1) IS EQUAL TO ZERO AND     zbnkrtnt
038227        WS-PD-OLD-BAND-USED (WS-PEND-SUB) IS EQUAL TO 'Y'         zbnkrtnt
038230        MOVE SPACES TO WS-NOTICE-TEXT                             zbnkrtnt
038233        STRING 'Balance bands withdrawn effective '               zbnkrtnt
038236                 DELIMITED BY SIZE                                zbnkrtnt
038239               WS-EFF-DTE-D DELIMITED BY SIZE                     zbnkrtnt
038242               ' on ' DELIMITED BY SIZE                           zbnkrtnt
038245               BAC-REC-ACCNO DELIMITED BY SIZE                    zbnkrtnt
038248          INTO WS-NOTICE-TEXT                                     zbnkrtnt
038251        PERFORM NOTQ-PUT                                          zbnkrtnt
038254     END-IF.                                                      zbnkrtnt
038257 QUEUE-RATE-NOTICE-EXIT.                                          zbnkrtnt
038260     EXIT.                                                        zbnkrtnt
038263                                                                  zbnkrtnt
038266***************************************************************** zbnkrtnt
038269* One line per balance band of the new structure - the floor    * zbnkrtnt
038272* the band starts at and the rate paid on the slice above it.   * zbnkrtnt
038275***************************************************************** zbnkrtnt
038278 QUEUE-BAND-NOTICE.                                               zbnkrtnt
038281     IF WS-PD-BAND-FLOOR (WS-PEND-SUB WS-BAND-SUB)                zbnkrtnt
038284          IS EQUAL TO ZERO                                        zbnkrtnt
038287        GO TO QUEUE-BAND-NOTICE-EXIT                              zbnkrtnt
038290     END-IF.                                                      zbnkrtnt
038293     MOVE WS-PD-BAND-FLOOR (WS-PEND-SUB WS-BAND-SUB)              zbnkrtnt
038296       TO WS-BAND-FLOOR-D.                                        zbnkrtnt
038299     MOVE WS-PD-BAND-RATE (WS-PEND-SUB WS-BAND-SUB)               zbnkrtnt
038302       TO WS-BAND-RATE-D.                                         zbnkrtnt
038305     MOVE SPACES TO WS-NOTICE-TEXT.                               zbnkrtnt
038308     STRING 'From ' DELIMITED BY SIZE                             zbnkrtnt
038311            WS-BAND-FLOOR-D DELIMITED BY SIZE                     zbnkrtnt
038314            ' at ' DELIMITED BY SIZE                              zbnkrtnt
038317            WS-BAND-RATE-D DELIMITED BY SIZE                      zbnkrtnt
038320            ' effective ' DELIMITED BY SIZE                       zbnkrtnt
038323            WS-EFF-DTE-D DELIMITED BY SIZE                        zbnkrtnt
038326            ' on ' DELIMITED BY SIZE                              zbnkrtnt
038329            BAC-REC-ACCNO DELIMITED BY SIZE                       zbnkrtnt
038332       INTO WS-NOTICE-TEXT.                                       zbnkrtnt
038335     PERFORM NOTQ-PUT.                                            zbnkrtnt
038338 QUEUE-BAND-NOTICE-EXIT.                                          zbnkrtnt
038341     EXIT.                                                        zbnkrtnt
038344                                                                  zbnkrtnt
038347***************************************************************** zbnkrtnt
038350* Queue one RTN entry carrying WS-NOTICE-TEXT for the current   * zbnkrtnt
038353* account's holder.                                             * zbnkrtnt
038356***************************************************************** zbnkrtnt
038359 NOTQ-PUT.                                                        zbnkrtnt
038362     MOVE SPACES TO NOTQ-FILE-REC.                                zbnkrtnt
038365     MOVE WS-TODAY-DATE-N TO NQ-REC-DATE.                         zbnkrtnt
038368     MOVE WS-RUN-TIME TO NQ-REC-TIME.                             zbnkrtnt
038371     ADD 1 TO WS-NOTQ-SEQ.                                        zbnkrtnt
038374     MOVE WS-NOTQ-SEQ TO NQ-REC-SEQ.                              zbnkrtnt
038377     MOVE BAC-REC-PID TO NQ-REC-PID.                              zbnkrtnt
038380     SET NQ-REC-EVENT-RATE-NOTICE TO TRUE.                        zbnkrtnt
038383     MOVE WS-NOTICE-TEXT TO NQ-REC-TEXT.                          zbnkrtnt
038400     SET NQ-REC-QUEUED TO TRUE.                                   zbnkrtnt
038500     MOVE ZERO TO NQ-REC-RETRY.                                   zbnkrtnt
038600     PERFORM NOTQ-WRITE-STEP.                                     zbnkrtnt
039400        PERFORM ABORT-PROGRAM                                     zbnkrtnt
039500     END-IF.                                                      zbnkrtnt
039600     ADD 1 TO WS-NOTICES-QUEUED.                                  zbnkrtnt
040000                                                                  zbnkrtnt
040100 NOTQ-WRITE-STEP.                                                 zbnkrtnt
040200     WRITE NOTQ-FILE-REC.                                         zbnkrtnt
046200     MOVE WS-PD-NEW-RATE (WS-PEND-SUB) TO WS-RPT-NEW-RATE.        zbnkrtnt
046300     MOVE WS-PD-NOTICES (WS-PEND-SUB) TO WS-RPT-NOTICES.          zbnkrtnt
046400     PERFORM PRINTOUT-PUT.                                        zbnkrtnt
046410     PERFORM PRINT-ONE-BAND                                       zbnkrtnt
046420         VARYING WS-BAND-SUB FROM 1 BY 1                          zbnkrtnt
046430         UNTIL WS-BAND-SUB IS GREATER THAN 3.                     zbnkrtnt
046500     ADD 1 TO WS-PEND-SUB.                                        zbnkrtnt
046600 PRINT-ONE-CHANGE-EXIT.                                           zbnkrtnt
046700     EXIT.                                                        zbnkrtnt
046705                                                                  zbnkrtnt
046710 PRINT-ONE-BAND.                                                  zbnkrtnt
046715     IF WS-PD-BAND-FLOOR (WS-PEND-SUB WS-BAND-SUB)                zbnkrtnt
046720          IS GREATER THAN ZERO                                    zbnkrtnt
046725        MOVE WS-PD-BAND-FLOOR (WS-PEND-SUB WS-BAND-SUB)           zbnkrtnt
046730          TO WS-BAND-FLOOR-D                                      zbnkrtnt
046735        MOVE WS-PD-BAND-RATE (WS-PEND-SUB WS-BAND-SUB)            zbnkrtnt
046740          TO WS-BAND-RATE-D                                       zbnkrtnt
046745        MOVE SPACES TO WS-REPORT-LINE                             zbnkrtnt
046750        STRING 'From ' DELIMITED BY SIZE                          zbnkrtnt
046755               WS-BAND-FLOOR-D DELIMITED BY SIZE                  zbnkrtnt
046760               ' at ' DELIMITED BY SIZE                           zbnkrtnt
046765               WS-BAND-RATE-D DELIMITED BY SIZE                   zbnkrtnt
046770          INTO WS-RPT-TEXT                                        zbnkrtnt
046775        PERFORM PRINTOUT-PUT                                      zbnkrtnt
046780     END-IF.                                                      zbnkrtnt
046800                                                                  zbnkrtnt
046900 PRINTOUT-PUT.                                                    zbnkrtnt
047000     WRITE PRINTOUT-REC FROM WS-REPORT-LINE.                      zbnkrtnt
