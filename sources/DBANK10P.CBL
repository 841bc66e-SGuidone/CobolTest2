001900*              future one is picked up by the batch jobs when   * dbank10p
002000*              its day arrives. The BNKATEF rows double as the  * dbank10p
002100*              change history                                   * dbank10p
002110*              Each change carries the type's balance bands -   * dbank10p
002120*              up to three floors above the base rate, each     * dbank10p
002130*              with its own rate - validated to ascend          * dbank10p
002200*              VSAM version                                     * dbank10p
002300***************************************************************** dbank10p
002400                                                                  dbank10p
004600   05  WS-TODAY-TIME                         PIC X(6).            dbank10p
004700   05  WS-CHG-SUB                            PIC S9(4) COMP.      dbank10p
004800   05  WS-BNKATYP-RID                        PIC X(1).            dbank10p
004810   05  WS-BAND-SUB                           PIC S9(4) COMP.      dbank10p
004820   05  WS-PREV-FLOOR                         PIC S9(7)V99 COMP-3. dbank10p
004830   05  WS-BANDS-ENDED                        PIC X(1).            dbank10p
004900                                                                  dbank10p
005000 01  WS-BNKATEF-REC.                                              dbank10p
005100 COPY CBANKVAE.                                                   dbank10p
005700 COPY CBANKD10.                                                   dbank10p
005800                                                                  dbank10p
005900 COPY CABENDD.                                                    dbank10p
005910                                                                  dbank10p
005920 01  WS-BNKPERF-REC.                                              dbank10p
005930 COPY CBANKVPF.                                                   dbank10p
005940                                                                  dbank10p
005950 COPY CPERFD.                                                     dbank10p
006000                                                                  dbank10p
006100 LINKAGE SECTION.                                                 dbank10p
006200 01  DFHCOMMAREA.                                                 dbank10p
006500         DEPENDING ON WS-COMMAREA-LENGTH.                         dbank10p
006600                                                                  dbank10p
006700 COPY CENTRY.                                                     dbank10p
006710***************************************************************** dbank10p
006720* Start the response-time clock for this request                * dbank10p
006730***************************************************************** dbank10p
006740     PERFORM PERF-TIMER.                                          dbank10p
006750                                                                  dbank10p
006800***************************************************************** dbank10p
006900* Move the passed data to our area                              * dbank10p
007000***************************************************************** dbank10p
009400***************************************************************** dbank10p
009500     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank10p
009600                                                                  dbank10p
009610***************************************************************** dbank10p
009620* Log this request's response time to BNKPERF                   * dbank10p
009630***************************************************************** dbank10p
009640     MOVE CD10I-FUNCTION TO WS-PERF-FUNCTION.                     dbank10p
009650     PERFORM PERF-TIMER.                                          dbank10p
009660                                                                  dbank10p
009700***************************************************************** dbank10p
009800* Return to our caller                                          * dbank10p
009900***************************************************************** dbank10p
011000        MOVE 'Maintaining userid is required' TO CD10O-MESSAGE    dbank10p
011100        GO TO ADD-CHANGE-PROCESS-EXIT                             dbank10p
011200     END-IF.                                                      dbank10p
011210     PERFORM VALIDATE-BANDS                                       dbank10p
011220         THRU VALIDATE-BANDS-EXIT.                                dbank10p
011230     IF CD10O-REJECTED                                            dbank10p
011240        GO TO ADD-CHANGE-PROCESS-EXIT                             dbank10p
011250     END-IF.                                                      dbank10p
011300     MOVE CD10I-ACC-TYPE TO WS-BNKATYP-RID.                       dbank10p
011400     EXEC CICS READ FILE('BNKATYPE')                              dbank10p
011500                    INTO(WS-BNKATYP-REC)                          dbank10p
013200     MOVE CD10I-INT-RATE TO AE-REC-INT-RATE.                      dbank10p
013300     MOVE CD10I-DEBIT-INT-RATE TO AE-REC-DEBIT-INT-RATE.          dbank10p
013400     MOVE CD10I-MONTHLY-FEE TO AE-REC-MONTHLY-FEE.                dbank10p
013410     MOVE CD10I-BAND-AREA TO AE-REC-BAND-AREA.                    dbank10p
013500     MOVE CD10I-USERID TO AE-REC-USERID.                          dbank10p
013600     MOVE WS-TODAY-DATE-N TO AE-REC-STAMP-DTE.                    dbank10p
013700     MOVE WS-TODAY-TIME TO AE-REC-STAMP-TIME.                     dbank10p
015800     SET CD10O-OK TO TRUE.                                        dbank10p
015900 ADD-CHANGE-PROCESS-EXIT.                                         dbank10p
016000     EXIT.                                                        dbank10p
016002                                                                  dbank10p
016004***************************************************************** dbank10p
016006* Check the balance bands: each band in use needs a floor above * dbank10p
016008* the one before it, the bands in use must come first, and an   * dbank10p
016010* unused band may not carry a rate                              * dbank10p
016012***************************************************************** dbank10p
016014 VALIDATE-BANDS.                                                  dbank10p
016016     MOVE ZERO TO WS-PREV-FLOOR.                                  dbank10p
016018     MOVE 'N' TO WS-BANDS-ENDED.                                  dbank10p
016020     MOVE 0 TO WS-BAND-SUB.                                       dbank10p
016022 VALIDATE-BANDS-LOOP.                                             dbank10p
016024     ADD 1 TO WS-BAND-SUB.                                        dbank10p
016026     IF WS-BAND-SUB IS GREATER THAN 3                             dbank10p
016028        GO TO VALIDATE-BANDS-EXIT                                 dbank10p
016030     END-IF.                                                      dbank10p
016032     IF CD10I-BAND-FLOOR (WS-BAND-SUB) IS EQUAL TO ZERO           dbank10p
016034        IF CD10I-BAND-RATE (WS-BAND-SUB) IS NOT EQUAL TO ZERO     dbank10p
016036           SET CD10O-REJECTED TO TRUE                             dbank10p
016038           MOVE 'Band rate given without a band floor'            dbank10p
016040             TO CD10O-MESSAGE                                     dbank10p
016042           GO TO VALIDATE-BANDS-EXIT                              dbank10p
016044        END-IF                                                    dbank10p
016046        MOVE 'Y' TO WS-BANDS-ENDED                                dbank10p
016048        GO TO VALIDATE-BANDS-LOOP                                 dbank10p
016050     END-IF.                                                      dbank10p
016052     IF WS-BANDS-ENDED IS EQUAL TO 'Y' OR                         dbank10p
016054        CD10I-BAND-FLOOR (WS-BAND-SUB) IS NOT GREATER THAN        dbank10p
016056          WS-PREV-FLOOR                                           dbank10p
016058        SET CD10O-REJECTED TO TRUE                                dbank10p
016060        MOVE 'Band floors must ascend with no gaps'               dbank10p
016062          TO CD10O-MESSAGE                                        dbank10p
016064        GO TO VALIDATE-BANDS-EXIT                                 dbank10p
016066     END-IF.                                                      dbank10p
016068     IF CD10I-BAND-RATE (WS-BAND-SUB) IS LESS THAN ZERO           dbank10p
016070        SET CD10O-REJECTED TO TRUE                                dbank10p
016072        MOVE 'Band rate cannot be negative' TO CD10O-MESSAGE      dbank10p
016074        GO TO VALIDATE-BANDS-EXIT                                 dbank10p
016076     END-IF.                                                      dbank10p
016078     MOVE CD10I-BAND-FLOOR (WS-BAND-SUB) TO WS-PREV-FLOOR.        dbank10p
016080     GO TO VALIDATE-BANDS-LOOP.                                   dbank10p
016082 VALIDATE-BANDS-EXIT.                                             dbank10p
016084     EXIT.                                                        dbank10p
016100                                                                  dbank10p
016200 APPLY-CHANGE-TO-CATALOGUE.                                       dbank10p
016300     MOVE CD10I-ACC-TYPE TO WS-BNKATYP-RID.                       dbank10p
017400     MOVE AE-REC-INT-RATE TO BAT-REC-INT-RATE.                    dbank10p
017500     MOVE AE-REC-DEBIT-INT-RATE TO BAT-REC-DEBIT-INT-RATE.        dbank10p
017600     MOVE AE-REC-MONTHLY-FEE TO BAT-REC-MONTHLY-FEE.              dbank10p
017610     MOVE AE-REC-BAND-AREA TO BAT-REC-BAND-AREA.                  dbank10p
017700     EXEC CICS REWRITE FILE('BNKATYPE')                           dbank10p
017800                   FROM(WS-BNKATYP-REC)                           dbank10p
017900                   LENGTH(LENGTH OF WS-BNKATYP-REC)               dbank10p
022400     MOVE AE-REC-STAMP-DTE TO CD10O-CHG-STAMP-DTE (WS-CHG-SUB).   dbank10p
022500     MOVE AE-REC-STAMP-TIME                                       dbank10p
022600       TO CD10O-CHG-STAMP-TIME (WS-CHG-SUB).                      dbank10p
022610     MOVE AE-REC-BAND-AREA                                        dbank10p
022620       TO CD10O-CHG-BAND-AREA (WS-CHG-SUB).                       dbank10p
022700     GO TO LIST-CHANGES-LOOP.                                     dbank10p
022800 LIST-CHANGES-LOOP-EXIT.                                          dbank10p
022900     MOVE WS-CHG-SUB TO CD10O-CHG-COUNT.                          dbank10p
025200 GET-TODAY-DATE-EXIT.                                             dbank10p
025300     EXIT.                                                        dbank10p
025400                                                                  dbank10p
025430 COPY CPERFP.                                                     dbank10p
025460                                                                  dbank10p
025500* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank10p
