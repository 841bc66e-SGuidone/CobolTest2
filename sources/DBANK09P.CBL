001900*              accrued interest settled to BNKTXN, balance      * dbank09p
002000*              zero, no active BNKRECT instruction and no       * dbank09p
002100*              queued or in-flight BNKEXTL transfer             * dbank09p
002110*              A minor's account opens with no overdraft, and   * dbank09p
002120*              only a minor may open a junior savers type       * dbank09p
002130*              Postings are also copied to the BNKTXD daily     * dbank09p
002140*              posting journal for the nightly jobs             * dbank09p
002150*              Each account added is logged on BNKRMOV for the  * dbank09p
002160*              nightly control-totals proof (ZBNKCTLT)          * dbank09p
002170*              New account numbers carry a modulus 11 check     * dbank09p
002180*              digit (UACCNO), and the opening reply gives the  * dbank09p
002190*              account's IBAN                                   * dbank09p
002193*              Audit records are chained on BNKACHN (CAUDCHP)   * dbank09p
002196*              for the nightly ZBNKACHV verification            * dbank09p
002197*              Interest settled at closure is logged on         * dbank09p
002198*              BNKACRX for ZBNKACRL to reverse out of accruals  * dbank09p
002200*              VSAM version                                     * dbank09p
002300***************************************************************** dbank09p
002400                                                                  dbank09p
004000       VALUE 'DBANK09P'.                                          dbank09p
004100   05  WS-COMMAREA-LENGTH                    PIC 9(5).            dbank09p
004200   05  WS-RESP                               PIC S9(8) COMP.      dbank09p
004210   05  WS-TXD-RESP                           PIC S9(8) COMP.      dbank09p
004220   05  WS-RMOV-RESP                          PIC S9(8) COMP.      dbank09p
004230   05  WS-ACRX-RESP                          PIC S9(8) COMP.      dbank09p
004300   05  WS-ABSTIME                            PIC S9(15) COMP-3.   dbank09p
004400   05  WS-TODAY-DATE                         PIC X(8).            dbank09p
004500   05  WS-TODAY-DATE-N REDEFINES WS-TODAY-DATE PIC 9(8).          dbank09p
007400 01  WS-BNKACRU-REC.                                              dbank09p
007500 COPY CBANKVAR.                                                   dbank09p
007600                                                                  dbank09p
007610 01  WS-BNKACRX-REC.                                              dbank09p
007620 COPY CBANKVAX.                                                   dbank09p
007630                                                                  dbank09p
007700 01  WS-BNKRECT-REC.                                              dbank09p
007800 COPY CBANKVRT.                                                   dbank09p
007900                                                                  dbank09p
008200                                                                  dbank09p
008300 01  WS-BNKTXN-REC.                                               dbank09p
008400 COPY CBANKVTX.                                                   dbank09p
008410                                                                  dbank09p
008420 01  WS-BNKTXD-REC.                                               dbank09p
008430 COPY CBANKVTD.                                                   dbank09p
008500                                                                  dbank09p
008600 01  WS-BNKBRNC-REC.                                              dbank09p
008700 COPY CBANKVBR.                                                   dbank09p
008800                                                                  dbank09p
008900 01  WS-BNKAUDT-REC.                                              dbank09p
009000 COPY CBANKVAD.                                                   dbank09p
009001 01  WS-BNKACHN-REC.                                              dbank09p
009002 COPY CBANKVCN.                                                   dbank09p
009003 01  WS-AUDHSH-PARM.                                              dbank09p
009004 COPY CAUDHSD.                                                    dbank09p
009005 COPY CAUDCHD.                                                    dbank09p
009010 01  WS-BNKRMOV-REC.                                              dbank09p
009020 COPY CBANKVRM.                                                   dbank09p
009030                                                                  dbank09p
009040 01  WS-ACCNO-PARM.                                               dbank09p
009050 COPY CACCNOD.                                                    dbank09p
009100                                                                  dbank09p
009200 01  WS-COMMAREA.                                                 dbank09p
009300 COPY CBANKD09.                                                   dbank09p
009400                                                                  dbank09p
009500 COPY CABENDD.                                                    dbank09p
009510                                                                  dbank09p
009520 01  WS-BNKPERF-REC.                                              dbank09p
009530 COPY CBANKVPF.                                                   dbank09p
009540                                                                  dbank09p
009550 COPY CPERFD.                                                     dbank09p
009600                                                                  dbank09p
009700 LINKAGE SECTION.                                                 dbank09p
009800 01  DFHCOMMAREA.                                                 dbank09p
010100         DEPENDING ON WS-COMMAREA-LENGTH.                         dbank09p
010200                                                                  dbank09p
010300 COPY CENTRY.                                                     dbank09p
010310***************************************************************** dbank09p
010320* Start the response-time clock for this request                * dbank09p
010330***************************************************************** dbank09p
010340     PERFORM PERF-TIMER.                                          dbank09p
010350                                                                  dbank09p
010400***************************************************************** dbank09p
010500* Move the passed data to our area                              * dbank09p
010600***************************************************************** dbank09p
013400***************************************************************** dbank09p
013500     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank09p
013600                                                                  dbank09p
013610***************************************************************** dbank09p
013620* Log this request's response time to BNKPERF                   * dbank09p
013630***************************************************************** dbank09p
013640     MOVE CD09I-FUNCTION TO WS-PERF-FUNCTION.                     dbank09p
013650     PERFORM PERF-TIMER.                                          dbank09p
013660                                                                  dbank09p
013700***************************************************************** dbank09p
013800* Return to our caller                                          * dbank09p
013900***************************************************************** dbank09p
016900        MOVE 'Account type not on catalogue' TO CD09O-MESSAGE     dbank09p
017000        GO TO OPEN-ACCOUNT-PROCESS-EXIT                           dbank09p
017100     END-IF.                                                      dbank09p
017110     IF BAT-REC-ADULT-TYPE IS NOT EQUAL TO SPACE AND              dbank09p
017120        NOT BCS-REC-IS-MINOR                                      dbank09p
017130        SET CD09O-REJECTED TO TRUE                                dbank09p
017140        MOVE 'Junior account type is for minors only'             dbank09p
017150          TO CD09O-MESSAGE                                        dbank09p
017160        GO TO OPEN-ACCOUNT-PROCESS-EXIT                           dbank09p
017170     END-IF.                                                      dbank09p
017200                                                                  dbank09p
017300     PERFORM ALLOCATE-NEXT-ACCNO                                  dbank09p
017400         THRU ALLOCATE-NEXT-ACCNO-EXIT.                           dbank09p
018200     END-IF.                                                      dbank09p
018300     MOVE SPACES TO WS-BNKACCT-REC.                               dbank09p
018400     MOVE WS-HIGH-ACCNO TO BAC-REC-ACCNO.                         dbank09p
018410     SET BAC-REC-ACCNO-CHECKED TO TRUE.                           dbank09p
018500     MOVE CD09I-CONTACT-ID TO BAC-REC-PID.                        dbank09p
018600     MOVE CD09I-ACC-TYPE TO BAC-REC-TYPE.                         dbank09p
018700     MOVE ZERO TO BAC-REC-BALANCE.                                dbank09p
018800     MOVE SPACES TO BAC-REC-LAST-STMT-DTE.                        dbank09p
018900     SET BAC-REC-ACTIVE TO TRUE.                                  dbank09p
019000     MOVE BAT-REC-OVERDRAFT-LIMIT TO BAC-REC-OVERDRAFT-LIMIT.     dbank09p
019010     IF BCS-REC-IS-MINOR                                          dbank09p
019020        MOVE ZERO TO BAC-REC-OVERDRAFT-LIMIT                      dbank09p
019030     END-IF.                                                      dbank09p
019100     MOVE BAT-REC-CURRENCY TO BAC-REC-CURRENCY.                   dbank09p
019200     MOVE ZERO TO BAC-REC-DORMANT-DTE.                            dbank09p
019300     MOVE CD09I-MATURITY-DTE TO BAC-REC-MATURITY-DTE.             dbank09p
020200     END-EXEC.                                                    dbank09p
020300     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank09p
020400        SET CD09O-OK TO TRUE                                      dbank09p
020410        PERFORM WRITE-RECORD-MOVEMENT                             dbank09p
020420            THRU WRITE-RECORD-MOVEMENT-EXIT                       dbank09p
020500        MOVE WS-HIGH-ACCNO TO CD09O-ACCNO                         dbank09p
020510        SET ACN-DERIVE-IBAN TO TRUE                               dbank09p
020520        MOVE WS-HIGH-ACCNO TO ACN-ACCNO                           dbank09p
020530        CALL 'UACCNO' USING WS-ACCNO-PARM                         dbank09p
020540        MOVE ACN-IBAN TO CD09O-IBAN                               dbank09p
020600        MOVE 'Account opened' TO CD09O-MESSAGE                    dbank09p
020700     ELSE                                                         dbank09p
020800        SET CD09O-REJECTED TO TRUE                                dbank09p
021200     EXIT.                                                        dbank09p
021300                                                                  dbank09p
021400***************************************************************** dbank09p
021500* Allocate the next account number - the next serial above the  * dbank09p
021600* highest on file, the same way onboarding allocates the next   * dbank09p
021610* PID, with its check digit appended by UACCNO                  * dbank09p
021700***************************************************************** dbank09p
021800 ALLOCATE-NEXT-ACCNO.                                             dbank09p
021900     MOVE HIGH-VALUES TO WS-BNKACCT-RID.                          dbank09p
022300                       RESP(WS-RESP)                              dbank09p
022400     END-EXEC.                                                    dbank09p
022500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank09p
022600        MOVE SPACES TO WS-HIGH-ACCNO                              dbank09p
022700        GO TO ALLOCATE-NEXT-ACCNO-CHECK                           dbank09p
022800     END-IF.                                                      dbank09p
022900     EXEC CICS READPREV FILE('BNKACCT')                           dbank09p
023000                        INTO(WS-BNKACCT-REC)                      dbank09p
023500     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND                   dbank09p
023600        BAC-REC-ACCNO IS NUMERIC                                  dbank09p
023700        MOVE BAC-REC-ACCNO TO WS-HIGH-ACCNO                       dbank09p
023900     ELSE                                                         dbank09p
024000        MOVE SPACES TO WS-HIGH-ACCNO                              dbank09p
024100     END-IF.                                                      dbank09p
024200     EXEC CICS ENDBR FILE('BNKACCT')                              dbank09p
024300     END-EXEC.                                                    dbank09p
024310 ALLOCATE-NEXT-ACCNO-CHECK.                                       dbank09p
024320     SET ACN-NEXT-NUMBER TO TRUE.                                 dbank09p
024330     MOVE WS-HIGH-ACCNO TO ACN-ACCNO.                             dbank09p
024340     CALL 'UACCNO' USING WS-ACCNO-PARM.                           dbank09p
024350     MOVE ACN-ACCNO TO WS-HIGH-ACCNO.                             dbank09p
024400 ALLOCATE-NEXT-ACCNO-EXIT.                                        dbank09p
024500     EXIT.                                                        dbank09p
024600                                                                  dbank09p
041300        GO TO CHECK-EXTERNAL-LOOP-EXIT                            dbank09p
041400     END-IF.                                                      dbank09p
041500     IF XT-REC-QUEUED OR XT-REC-SENT OR                           dbank09p
041600        XT-REC-PENDING-APPROVAL OR XT-REC-AWAITING-OTP            dbank09p
041700        SET CD09O-REJECTED TO TRUE                                dbank09p
041800        MOVE 'In-flight external transfer blocks closure'         dbank09p
041900          TO CD09O-MESSAGE                                        dbank09p
046200     MOVE SPACES TO BTX-REC-REVERSED.                             dbank09p
046300     MOVE ZERO TO BTX-REC-CHEQUE-NO.                              dbank09p
046400     MOVE 'INT' TO BTX-REC-TYPE.                                  dbank09p
046450     SET BTX-REC-CHN-ONLINE TO TRUE.                              dbank09p
046500     EXEC CICS WRITE FILE('BNKTXN1')                              dbank09p
046600               FROM(WS-BNKTXN-REC)                                dbank09p
046700               RIDFLD(BTX-REC-KEY)                                dbank09p
046800               LENGTH(LENGTH OF WS-BNKTXN-REC)                    dbank09p
046900               RESP(WS-RESP)                                      dbank09p
047000     END-EXEC.                                                    dbank09p
047010     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank09p
047020        PERFORM WRITE-DAILY-JOURNAL                               dbank09p
047030     END-IF.                                                      dbank09p
047040     MOVE SPACES TO WS-BNKACRX-REC.                               dbank09p
047050     MOVE AR-REC-ACCRUED TO AX-REC-CLEARED.                       dbank09p
047100     MOVE ZERO TO AR-REC-ACCRUED.                                 dbank09p
047200     EXEC CICS REWRITE FILE('BNKACRU')                            dbank09p
047300                   FROM(WS-BNKACRU-REC)                           dbank09p
047400                   LENGTH(LENGTH OF WS-BNKACRU-REC)               dbank09p
047500                   RESP(WS-RESP)                                  dbank09p
047600     END-EXEC.                                                    dbank09p
047610     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank09p
047620        PERFORM WRITE-ACCRUAL-CLEARANCE                           dbank09p
047630     END-IF.                                                      dbank09p
047700 SETTLE-ACCRUED-INTEREST-EXIT.                                    dbank09p
047800     EXIT.                                                        dbank09p
047900                                                                  dbank09p
047903***************************************************************** dbank09p
047906* Log the record just added on BNKRMOV, the record-movement     * dbank09p
047909* log ZBNKCTLT reads each night to prove the master file's      * dbank09p
047912* record count against the day before. A duplicate in the same  * dbank09p
047915* second bumps the tie-break sequence and tries again.          * dbank09p
047918***************************************************************** dbank09p
047921 WRITE-RECORD-MOVEMENT.                                           dbank09p
047924     PERFORM GET-TODAY-DATE.                                      dbank09p
047927     MOVE SPACES TO WS-BNKRMOV-REC.                               dbank09p
047930     MOVE 'BNKACCT ' TO RM-REC-FILE.                              dbank09p
047933     MOVE WS-TODAY-DATE TO RM-REC-STAMP (1:8).                    dbank09p
047936     MOVE WS-TODAY-TIME TO RM-REC-STAMP (9:6).                    dbank09p
047939     MOVE BAC-REC-ACCNO TO RM-REC-RECKEY.                         dbank09p
047942     MOVE ZERO TO RM-REC-SEQ.                                     dbank09p
047945     SET RM-REC-ADDED TO TRUE.                                    dbank09p
047948     MOVE WS-PROGRAM-ID TO RM-REC-PROGRAM.                        dbank09p
047951     MOVE CD09I-USERID TO RM-REC-USERID.                          dbank09p
047954     MOVE EIBTASKN TO RM-REC-TASKN.                               dbank09p
047957 WRITE-RECORD-MOVEMENT-WRITE.                                     dbank09p
047960     EXEC CICS WRITE FILE('BNKRMOV')                              dbank09p
047963               FROM(WS-BNKRMOV-REC)                               dbank09p
047966               RIDFLD(RM-REC-KEY)                                 dbank09p
047969               LENGTH(LENGTH OF WS-BNKRMOV-REC)                   dbank09p
047972               RESP(WS-RMOV-RESP)                                 dbank09p
047975     END-EXEC.                                                    dbank09p
047978     IF WS-RMOV-RESP IS EQUAL TO DFHRESP(DUPREC)                  dbank09p
047981        ADD 1 TO RM-REC-SEQ                                       dbank09p
047984        GO TO WRITE-RECORD-MOVEMENT-WRITE                         dbank09p
047987     END-IF.                                                      dbank09p
047990 WRITE-RECORD-MOVEMENT-EXIT.                                      dbank09p
047993     EXIT.                                                        dbank09p
047996                                                                  dbank09p
048000***************************************************************** dbank09p
048100* Get today's date (used to stamp the closing posting)          * dbank09p
048200***************************************************************** dbank09p
049200 GET-TODAY-DATE-EXIT.                                             dbank09p
049300     EXIT.                                                        dbank09p
049400                                                                  dbank09p
049405***************************************************************** dbank09p
049410* Copy the posting just written to BNKTXN1 into the BNKTXD      * dbank09p
049415* daily posting journal that the nightly jobs read. Its own     * dbank09p
049420* RESP leaves WS-RESP as the BNKTXN1 write set it; a missed     * dbank09p
049425* journal entry is reported by the ZBNKTXJP proof               * dbank09p
049430***************************************************************** dbank09p
049435 WRITE-DAILY-JOURNAL.                                             dbank09p
049440     MOVE WS-TODAY-DATE-N TO TD-REC-POST-DTE.                     dbank09p
049445     MOVE WS-BNKTXN-REC TO TD-REC-TXN.                            dbank09p
049450     EXEC CICS WRITE FILE('BNKTXD')                               dbank09p
049455               FROM(WS-BNKTXD-REC)                                dbank09p
049460               RIDFLD(TD-REC-KEY)                                 dbank09p
049465               LENGTH(LENGTH OF WS-BNKTXD-REC)                    dbank09p
049470               RESP(WS-TXD-RESP)                                  dbank09p
049475     END-EXEC.                                                    dbank09p
049480                                                                  dbank09p
049485***************************************************************** dbank09p
049490* Log the accrued interest just settled on BNKACRX by account   * dbank09p
049495* type, so ZBNKACRL can reverse it out of the accrual ledger    * dbank09p
049500* in its next run. Its own RESP leaves WS-RESP as the BNKACRU   * dbank09p
049505* rewrite set it; the ZBNKACRR proof reports any record missed  * dbank09p
049510***************************************************************** dbank09p
049515 WRITE-ACCRUAL-CLEARANCE.                                         dbank09p
049520     MOVE CD09I-ACCNO TO AX-REC-ACCNO.                            dbank09p
049525     MOVE WS-TODAY-DATE-N TO AX-REC-DATE.                         dbank09p
049530     MOVE WS-TODAY-TIME TO AX-REC-TIME.                           dbank09p
049535     MOVE BAC-REC-TYPE TO AX-REC-TYPE.                            dbank09p
049540     MOVE WS-PROGRAM-ID TO AX-REC-PROGRAM.                        dbank09p
049545     MOVE CD09I-USERID TO AX-REC-USERID.                          dbank09p
049550     EXEC CICS WRITE FILE('BNKACRX')                              dbank09p
049555               FROM(WS-BNKACRX-REC)                               dbank09p
049560               RIDFLD(AX-REC-KEY)                                 dbank09p
049565               LENGTH(LENGTH OF WS-BNKACRX-REC)                   dbank09p
049570               RESP(WS-ACRX-RESP)                                 dbank09p
049575     END-EXEC.                                                    dbank09p
049580                                                                  dbank09p
049585***************************************************************** dbank09p
049600* Build a "DD Mon YYYY" display date in BTX-REC-DATE from the   * dbank09p
049700* numeric date obtained by GET-TODAY-DATE                       * dbank09p
049800***************************************************************** dbank09p
058900     MOVE WS-TODAY-TIME TO AD-REC-TIME.                           dbank09p
059000     MOVE WS-BEFORE-IMAGE TO AD-REC-BEFORE-IMAGE.                 dbank09p
059100     MOVE WS-BNKACCT-REC TO AD-REC-AFTER-IMAGE.                   dbank09p
059200     PERFORM AUDIT-CHAIN-WRITE                                    dbank09p
059300         THRU AUDIT-CHAIN-WRITE-EXIT.                             dbank09p
059800 WRITE-AUDIT-RECORD-EXIT.                                         dbank09p
059900     EXIT.                                                        dbank09p
060000                                                                  dbank09p
060030 COPY CPERFP.                                                     dbank09p
060040 COPY CAUDCHP.                                                    dbank09p
060060                                                                  dbank09p
060100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank09p
