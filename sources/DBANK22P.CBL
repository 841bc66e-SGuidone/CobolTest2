002100*              the before-image of the old terms stays on the   * dbank22p
002200*              BNKLNRS record for audit, and ZBNKLNSV collects  * dbank22p
002300*              the new payment from its next servicing run      * dbank22p
002310*              and the BNKLNSC repayment schedule is rebuilt    * dbank22p
002320*              from the next unpaid instalment, with a revised  * dbank22p
002330*              schedule queued for the borrower on BNKNOTQ      * dbank22p
002400*              VSAM version                                     * dbank22p
002500***************************************************************** dbank22p
002600                                                                  dbank22p
005200   05  WS-GROWTH-FACTOR                      PIC S9(3)V9(9)       dbank22p
005300       COMP-3.                                                    dbank22p
005400   05  WS-NEW-PAYMENT                        PIC S9(7)V99 COMP-3. dbank22p
005410   05  WS-SCHED-DONE                         PIC X(1).            dbank22p
005420   05  WS-SCHED-COUNT                        PIC 9(3).            dbank22p
005430   05  WS-SCHED-REMAINING                    PIC 9(3).            dbank22p
005440   05  WS-SCHED-REMAINING-D                  PIC ZZ9.             dbank22p
005450   05  WS-TASKN-DISPLAY                      PIC 9(7).            dbank22p
005460   05  WS-NOTQ-SEQ                           PIC 9(5).            dbank22p
005500                                                                  dbank22p
005600 01  WS-BNKLNMA-REC.                                              dbank22p
005700 COPY CBANKVLM.                                                   dbank22p
005900 01  WS-BNKLNRS-REC.                                              dbank22p
006000 COPY CBANKVLR.                                                   dbank22p
006100                                                                  dbank22p
006110 01  WS-BNKLNSC-REC.                                              dbank22p
006120 COPY CBANKVLS.                                                   dbank22p
006130                                                                  dbank22p
006140 01  WS-BNKNOTQ-REC.                                              dbank22p
006150 COPY CBANKVNQ.                                                   dbank22p
006160                                                                  dbank22p
006170 01  WS-LNSCHD-PARM.                                              dbank22p
006180 COPY CLNSCHD.                                                    dbank22p
006190                                                                  dbank22p
006200 01  WS-COMMAREA.                                                 dbank22p
006300 COPY CBANKD22.                                                   dbank22p
006400                                                                  dbank22p
006500 COPY CABENDD.                                                    dbank22p
006510                                                                  dbank22p
006520 01  WS-BNKPERF-REC.                                              dbank22p
006530 COPY CBANKVPF.                                                   dbank22p
006540                                                                  dbank22p
006550 COPY CPERFD.                                                     dbank22p
006600                                                                  dbank22p
006700 LINKAGE SECTION.                                                 dbank22p
006800 01  DFHCOMMAREA.                                                 dbank22p
007100         DEPENDING ON WS-COMMAREA-LENGTH.                         dbank22p
007200                                                                  dbank22p
007300 COPY CENTRY.                                                     dbank22p
007310***************************************************************** dbank22p
007320* Start the response-time clock for this request                * dbank22p
007330***************************************************************** dbank22p
007340     PERFORM PERF-TIMER.                                          dbank22p
007350                                                                  dbank22p
007400***************************************************************** dbank22p
007500* Move the passed data to our area                              * dbank22p
007600***************************************************************** dbank22p
010800***************************************************************** dbank22p
010900     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank22p
011000                                                                  dbank22p
011010***************************************************************** dbank22p
011020* Log this request's response time to BNKPERF                   * dbank22p
011030***************************************************************** dbank22p
011040     MOVE CD22I-FUNCTION TO WS-PERF-FUNCTION.                     dbank22p
011050     PERFORM PERF-TIMER.                                          dbank22p
011060                                                                  dbank22p
011100***************************************************************** dbank22p
011200* Return to our caller                                          * dbank22p
011300***************************************************************** dbank22p
035400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank22p
035500        SET CD22O-REJECTED TO TRUE                                dbank22p
035600        MOVE 'Unable to update the loan master' TO CD22O-MESSAGE  dbank22p
035610        GO TO APPLY-TO-LOAN-MASTER-EXIT                           dbank22p
035700     END-IF.                                                      dbank22p
035710     PERFORM REGENERATE-LOAN-SCHEDULE                             dbank22p
035720         THRU REGENERATE-LOAN-SCHEDULE-EXIT.                      dbank22p
035730     PERFORM QUEUE-SCHEDULE-LETTER                                dbank22p
035740         THRU QUEUE-SCHEDULE-LETTER-EXIT.                         dbank22p
035800 APPLY-TO-LOAN-MASTER-EXIT.                                       dbank22p
035900     EXIT.                                                        dbank22p
035901                                                                  dbank22p
035902***************************************************************** dbank22p
035903* Rebuild the BNKLNSC instalments still to be collected, from   * dbank22p
035904* the one after the last payment made, on the restructured      * dbank22p
035905* term, rate and payment. Paid instalments are left alone; one  * dbank22p
035906* already in arrears stays in arrears at its restated amount.   * dbank22p
035907* Instalments beyond the new final one are removed.             * dbank22p
035908***************************************************************** dbank22p
035909 REGENERATE-LOAN-SCHEDULE.                                        dbank22p
035910     MOVE LM-REC-BOOKED-DTE TO LSD-BOOKED-DTE.                    dbank22p
035911     MOVE LM-REC-RATE TO LSD-RATE.                                dbank22p
035912     MOVE LM-REC-PAYMENT TO LSD-LEVEL-PAYMENT.                    dbank22p
035913     MOVE LM-REC-TERM-MONTHS TO LSD-LAST-INST-NO.                 dbank22p
035914     MOVE LM-REC-OUTSTANDING TO LSD-OPENING-BAL.                  dbank22p
035915     MOVE LM-REC-PAYMENTS-MADE TO WS-SCHED-COUNT.                 dbank22p
035916     MOVE ZERO TO WS-SCHED-REMAINING.                             dbank22p
035917     MOVE 'N' TO WS-SCHED-DONE.                                   dbank22p
035918     PERFORM REGENERATE-ONE-INSTALMENT                            dbank22p
035919         UNTIL WS-SCHED-DONE = 'Y'.                               dbank22p
035920     MOVE 'N' TO WS-SCHED-DONE.                                   dbank22p
035921     PERFORM DROP-SURPLUS-INSTALMENT                              dbank22p
035922         THRU DROP-SURPLUS-INSTALMENT-EXIT                        dbank22p
035923         UNTIL WS-SCHED-DONE = 'Y'.                               dbank22p
035924 REGENERATE-LOAN-SCHEDULE-EXIT.                                   dbank22p
035925     EXIT.                                                        dbank22p
035926                                                                  dbank22p
035927 REGENERATE-ONE-INSTALMENT.                                       dbank22p
035928     ADD 1 TO WS-SCHED-COUNT.                                     dbank22p
035929     ADD 1 TO WS-SCHED-REMAINING.                                 dbank22p
035930     MOVE WS-SCHED-COUNT TO LSD-INST-NO.                          dbank22p
035931     CALL 'ULNSCHD' USING WS-LNSCHD-PARM.                         dbank22p
035932     MOVE LM-REC-CONTACT-ID TO LS-REC-CONTACT-ID.                 dbank22p
035933     MOVE LM-REC-TASKN TO LS-REC-TASKN.                           dbank22p
035934     MOVE WS-SCHED-COUNT TO LS-REC-INST-NO.                       dbank22p
035935     EXEC CICS READ FILE('BNKLNSC')                               dbank22p
035936                    INTO(WS-BNKLNSC-REC)                          dbank22p
035937                    LENGTH(LENGTH OF WS-BNKLNSC-REC)              dbank22p
035938                    RIDFLD(LS-REC-KEY)                            dbank22p
035939                    UPDATE                                        dbank22p
035940                    RESP(WS-RESP)                                 dbank22p
035941     END-EXEC.                                                    dbank22p
035942     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank22p
035943        IF NOT LS-REC-IN-ARREARS                                  dbank22p
035944           SET LS-REC-DUE TO TRUE                                 dbank22p
035945        END-IF                                                    dbank22p
035946        PERFORM FILL-INSTALMENT                                   dbank22p
035947        EXEC CICS REWRITE FILE('BNKLNSC')                         dbank22p
035948                      FROM(WS-BNKLNSC-REC)                        dbank22p
035949                      LENGTH(LENGTH OF WS-BNKLNSC-REC)            dbank22p
035950                      RESP(WS-RESP)                               dbank22p
035951        END-EXEC                                                  dbank22p
035952     ELSE                                                         dbank22p
035953        MOVE SPACES TO WS-BNKLNSC-REC                             dbank22p
035954        MOVE LM-REC-CONTACT-ID TO LS-REC-CONTACT-ID               dbank22p
035955        MOVE LM-REC-TASKN TO LS-REC-TASKN                         dbank22p
035956        MOVE WS-SCHED-COUNT TO LS-REC-INST-NO                     dbank22p
035957        SET LS-REC-DUE TO TRUE                                    dbank22p
035958        MOVE ZERO TO LS-REC-PAID-DTE                              dbank22p
035959        MOVE ZERO TO LS-REC-PAID-AMOUNT                           dbank22p
035960        PERFORM FILL-INSTALMENT                                   dbank22p
035961        EXEC CICS WRITE FILE('BNKLNSC')                           dbank22p
035962                  FROM(WS-BNKLNSC-REC)                            dbank22p
035963                  RIDFLD(LS-REC-KEY)                              dbank22p
035964                  LENGTH(LENGTH OF WS-BNKLNSC-REC)                dbank22p
035965                  RESP(WS-RESP)                                   dbank22p
035966        END-EXEC                                                  dbank22p
035967     END-IF.                                                      dbank22p
035968     MOVE LSD-CLOSING-BAL TO LSD-OPENING-BAL.                     dbank22p
035969     IF LSD-IS-FINAL OR WS-SCHED-COUNT = 999                      dbank22p
035970        MOVE 'Y' TO WS-SCHED-DONE                                 dbank22p
035971     END-IF.                                                      dbank22p
035972                                                                  dbank22p
035973 FILL-INSTALMENT.                                                 dbank22p
035974     MOVE LSD-DUE-DTE TO LS-REC-DUE-DTE.                          dbank22p
035975     MOVE LSD-OPENING-BAL TO LS-REC-OPENING-BAL.                  dbank22p
035976     MOVE LSD-PAYMENT TO LS-REC-PAYMENT.                          dbank22p
035977     MOVE LSD-INTEREST TO LS-REC-INTEREST.                        dbank22p
035978     MOVE LSD-PRINCIPAL TO LS-REC-PRINCIPAL.                      dbank22p
035979     MOVE LSD-CLOSING-BAL TO LS-REC-CLOSING-BAL.                  dbank22p
035980     MOVE LSD-RATE TO LS-REC-RATE.                                dbank22p
035981     MOVE WS-TODAY-DATE-N TO LS-REC-SCHEDULED-DTE.                dbank22p
035982                                                                  dbank22p
035983 DROP-SURPLUS-INSTALMENT.                                         dbank22p
035984     IF WS-SCHED-COUNT = 999                                      dbank22p
035985        MOVE 'Y' TO WS-SCHED-DONE                                 dbank22p
035986        GO TO DROP-SURPLUS-INSTALMENT-EXIT                        dbank22p
035987     END-IF.                                                      dbank22p
035988     ADD 1 TO WS-SCHED-COUNT.                                     dbank22p
035989     MOVE LM-REC-CONTACT-ID TO LS-REC-CONTACT-ID.                 dbank22p
035990     MOVE LM-REC-TASKN TO LS-REC-TASKN.                           dbank22p
035991     MOVE WS-SCHED-COUNT TO LS-REC-INST-NO.                       dbank22p
035992     EXEC CICS DELETE FILE('BNKLNSC')                             dbank22p
035993                      RIDFLD(LS-REC-KEY)                          dbank22p
035994                      RESP(WS-RESP)                               dbank22p
035995     END-EXEC.                                                    dbank22p
035996     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank22p
035997        MOVE 'Y' TO WS-SCHED-DONE                                 dbank22p
035998     END-IF.                                                      dbank22p
035999 DROP-SURPLUS-INSTALMENT-EXIT.                                    dbank22p
036000     EXIT.                                                        dbank22p
036001                                                                  dbank22p
036002***************************************************************** dbank22p
036003* The revised schedule for the borrower. ZBNKNOTD prints the    * dbank22p
036004* loan's unpaid instalments under it.                           * dbank22p
036005***************************************************************** dbank22p
036006 QUEUE-SCHEDULE-LETTER.                                           dbank22p
036007     MOVE SPACES TO WS-BNKNOTQ-REC.                               dbank22p
036008     MOVE WS-TODAY-DATE-N TO NQ-REC-DATE.                         dbank22p
036009     MOVE WS-TODAY-TIME TO NQ-REC-TIME.                           dbank22p
036010     COMPUTE WS-NOTQ-SEQ = FUNCTION MOD(EIBTASKN, 99999).         dbank22p
036011     MOVE WS-NOTQ-SEQ TO NQ-REC-SEQ.                              dbank22p
036012     MOVE LM-REC-CONTACT-ID TO NQ-REC-PID.                        dbank22p
036013     SET NQ-REC-EVENT-LOAN-SCHEDULE TO TRUE.                      dbank22p
036014     MOVE WS-SCHED-REMAINING TO WS-SCHED-REMAINING-D.             dbank22p
036015     MOVE LM-REC-TASKN TO WS-TASKN-DISPLAY.                       dbank22p
036016     MOVE SPACES TO NQ-REC-TEXT.                                  dbank22p
036017     STRING 'Loan '             DELIMITED BY SIZE                 dbank22p
036018            WS-TASKN-DISPLAY    DELIMITED BY SIZE                 dbank22p
036019            ' revised schedule - ' DELIMITED BY SIZE              dbank22p
036020            WS-SCHED-REMAINING-D DELIMITED BY SIZE                dbank22p
036021            ' instalments'      DELIMITED BY SIZE                 dbank22p
036022       INTO NQ-REC-TEXT.                                          dbank22p
036023     SET NQ-REC-QUEUED TO TRUE.                                   dbank22p
036024     MOVE ZERO TO NQ-REC-RETRY.                                   dbank22p
036025     EXEC CICS WRITE FILE('BNKNOTQ')                              dbank22p
036026               FROM(WS-BNKNOTQ-REC)                               dbank22p
036027               RIDFLD(NQ-REC-KEY)                                 dbank22p
036028               LENGTH(LENGTH OF WS-BNKNOTQ-REC)                   dbank22p
036029               RESP(WS-RESP)                                      dbank22p
036030     END-EXEC.                                                    dbank22p
036031 QUEUE-SCHEDULE-LETTER-EXIT.                                      dbank22p
036032     EXIT.                                                        dbank22p
036050                                                                  dbank22p
036100***************************************************************** dbank22p
036200* Rewrite the proposal read for update                          * dbank22p
036300***************************************************************** dbank22p
041000 GET-TODAY-DATE-EXIT.                                             dbank22p
041100     EXIT.                                                        dbank22p
041200                                                                  dbank22p
041230 COPY CPERFP.                                                     dbank22p
041260                                                                  dbank22p
041300* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank22p
