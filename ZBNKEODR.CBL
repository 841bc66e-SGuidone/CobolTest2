001300* ZBNKEODR.CBL                                                   *zbnkeodr
001400* Automated business-date roll. Runs the end-of-day readiness    *zbnkeodr
001500* checklist - ZBNKPRF proof clean, ZBNKSTOR settlement ended     *zbnkeodr
001600* OK, ZBNKGLEX extract produced, ZBNKCTLT master-file control    *zbnkeodr
001700* totals proved, posting quiesce released and no expected        *zbnkeodr
001800* inbound file missing from the BNKFCTL register - and only      *zbnkeodr
001900* when every check holds writes the BNKEODC certificate and      *zbnkeodr
002000* advances the held business date on the BUSDATE control         *zbnkeodr
002100* record. Any failed check leaves the date where it is and       *zbnkeodr
002110* ends with return code 8.                                       *zbnkeodr
002200******************************************************************zbnkeodr
002300 IDENTIFICATION DIVISION.                                         zbnkeodr
002400 PROGRAM-ID.                                                      zbnkeodr
014500 01  WS-GLEX-OK                            PIC X(1) VALUE 'N'.    zbnkeodr
014600 01  WS-QUIESCE-OK                         PIC X(1) VALUE 'N'.    zbnkeodr
014700 01  WS-INBOUND-OK                         PIC X(1) VALUE 'Y'.    zbnkeodr
014750 01  WS-CTOT-OK                            PIC X(1) VALUE 'N'.    zbnkeodr
014800 01  WS-ALL-CHECKS-OK                      PIC X(3) VALUE 'NO '.  zbnkeodr
014900 01  WS-CHECK-JOB                          PIC X(8).              zbnkeodr
015000 01  WS-CHECK-RESULT                       PIC X(1).              zbnkeodr
019000                                                                  zbnkeodr
019100     IF WS-PROOF-OK = 'Y' AND WS-SETTLE-OK = 'Y' AND              zbnkeodr
019200        WS-GLEX-OK = 'Y' AND WS-QUIESCE-OK = 'Y' AND              zbnkeodr
019300        WS-INBOUND-OK = 'Y' AND WS-CTOT-OK = 'Y'                  zbnkeodr
019400        MOVE 'YES' TO WS-ALL-CHECKS-OK                            zbnkeodr
019500        PERFORM CERTIFY-AND-ROLL                                  zbnkeodr
019600            THRU CERTIFY-AND-ROLL-EXIT                            zbnkeodr
026300     EXIT.                                                        zbnkeodr
026400                                                                  zbnkeodr
026500***************************************************************** zbnkeodr
026600* The proof, settlement, GL extract and control totals jobs     * zbnkeodr
026700* must each have ended cleanly for the business date being      * zbnkeodr
026710* closed.                                                       * zbnkeodr
026800***************************************************************** zbnkeodr
026900 CHECK-THE-NIGHTLY-JOBS.                                          zbnkeodr
027000     MOVE 'ZBNKPRF ' TO WS-CHECK-JOB.                             zbnkeodr
028700     MOVE WS-CHECK-RESULT TO WS-GLEX-OK.                          zbnkeodr
028800     MOVE 'GL extract (ZBNKGLEX)' TO WS-RPT-ITEM.                 zbnkeodr
028900     PERFORM REPORT-ONE-CHECK.                                    zbnkeodr
028910                                                                  zbnkeodr
028920     MOVE 'ZBNKCTLT' TO WS-CHECK-JOB.                             zbnkeodr
028930     PERFORM CHECK-ONE-JOB                                        zbnkeodr
028940         THRU CHECK-ONE-JOB-EXIT.                                 zbnkeodr
028950     MOVE WS-CHECK-RESULT TO WS-CTOT-OK.                          zbnkeodr
028960     MOVE 'Control totals (ZBNKCTLT)' TO WS-RPT-ITEM.             zbnkeodr
028970     PERFORM REPORT-ONE-CHECK.                                    zbnkeodr
029000 CHECK-THE-NIGHTLY-JOBS-EXIT.                                     zbnkeodr
029100     EXIT.                                                        zbnkeodr
029200                                                                  zbnkeodr
029400     MOVE 'N' TO WS-CHECK-RESULT.                                 zbnkeodr
029500     MOVE WS-CHECK-JOB TO RC-REC-JOB.                             zbnkeodr
029600     MOVE WS-BUSDATE TO RC-REC-BUSDATE.                           zbnkeodr
029610     MOVE ZERO TO RC-REC-SLICE.                                   zbnkeodr
029700     PERFORM RUNC-READ.                                           zbnkeodr
029800     IF WS-RUNC-STATUS = '00' AND RC-REC-ENDED-OK AND             zbnkeodr
029900        RC-REC-RETURN-CODE IS EQUAL TO ZERO                       zbnkeodr
041000     MOVE WS-GLEX-OK TO EO-REC-GLEX-OK.                           zbnkeodr
041100     MOVE WS-QUIESCE-OK TO EO-REC-QUIESCE-OK.                     zbnkeodr
041200     MOVE WS-INBOUND-OK TO EO-REC-INBOUND-OK.                     zbnkeodr
041250     MOVE WS-CTOT-OK TO EO-REC-CTOT-OK.                           zbnkeodr
041300     MOVE WS-NEXT-BUSDATE TO EO-REC-ROLLED-TO.                    zbnkeodr
041400     MOVE WS-RUN-TIME TO EO-REC-SIGNED-TIME.                      zbnkeodr
041500     WRITE EODC-FILE-REC.                                         zbnkeodr
