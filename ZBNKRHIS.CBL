024900* arrive together; completed runs feed the average and worst    * zbnkrhis
025000* case, and the record for tonight's date carries the job's     * zbnkrhis
025100* current state.                                                * zbnkrhis
025110* The per-slice records of a job run in account-range slices    * zbnkrhis
025120* are passed over - its job-level record covers the whole run.  * zbnkrhis
025200***************************************************************** zbnkrhis
025300 ANALYSE-NEXT-RUN.                                                zbnkrhis
025400     PERFORM RUNC-GET.                                            zbnkrhis
025500     IF WS-END-OF-RUNC = 'YES'                                    zbnkrhis
025600        GO TO ANALYSE-NEXT-RUN-EXIT                               zbnkrhis
025700     END-IF.                                                      zbnkrhis
025710     IF RC-REC-SLICE IS GREATER THAN ZERO                         zbnkrhis
025720        GO TO ANALYSE-NEXT-RUN-EXIT                               zbnkrhis
025730     END-IF.                                                      zbnkrhis
025800     PERFORM FIND-JOB-ENTRY.                                      zbnkrhis
025900     IF WS-JOB-SUB IS EQUAL TO ZERO                               zbnkrhis
026000        GO TO ANALYSE-NEXT-RUN-EXIT                               zbnkrhis
