001600*              applying the same address validation DBANK02P    * dbank08p
001700*              uses, and checking the BNKCUS1 name path for     * dbank08p
001800*              likely duplicates before committing              * dbank08p
001810*              Date of birth is captured and a minor is linked  * dbank08p
001820*              to an adult guardian; a customer already at the  * dbank08p
001830*              senior age is given the senior fee exemption.    * dbank08p
001840*              Date of birth and guardian can be recorded or    * dbank08p
001850*              corrected later under the BNKAUDT trail          * dbank08p
001860*              Each customer added is logged on BNKRMOV for the * dbank08p
001870*              nightly control-totals proof (ZBNKCTLT)          * dbank08p
001880*              Audit records are chained on BNKACHN (CAUDCHP)   * dbank08p
001890*              for the nightly ZBNKACHV verification            * dbank08p
001891*              A business customer carries its registration     * dbank08p
001892*              details and is not created without at least one  * dbank08p
001893*              beneficial owner on BNKBOWN; further owners can  * dbank08p
001894*              be added to an existing business                 * dbank08p
001900*              VSAM version                                     * dbank08p
002000***************************************************************** dbank08p
002100                                                                  dbank08p
003700       VALUE 'DBANK08P'.                                          dbank08p
003800   05  WS-COMMAREA-LENGTH                    PIC 9(5).            dbank08p
003900   05  WS-RESP                               PIC S9(8) COMP.      dbank08p
003910   05  WS-RMOV-RESP                          PIC S9(8) COMP.      dbank08p
004000   05  WS-DUP-SUB                            PIC S9(4) COMP.      dbank08p
004100   05  WS-BNKCUST-RID                        PIC X(5).            dbank08p
004200   05  WS-BNKCUS1-RID                        PIC X(25).           dbank08p
004600     88  WS-ADDR-VALID                         VALUE 'Y'.         dbank08p
004700     88  WS-ADDR-INVALID                       VALUE 'N'.         dbank08p
004800   05  WS-VALID-MSG                          PIC X(60).           dbank08p
004810   05  WS-OWN-SUB                            PIC S9(4) COMP.      dbank08p
004820   05  WS-OWN-WRITTEN                        PIC S9(4) COMP.      dbank08p
004830   05  WS-OWN-ON-FILE                        PIC 9(2).            dbank08p
004840   05  WS-OWN-BASE-SEQ                       PIC 9(2).            dbank08p
004850   05  WS-OWN-PCT-TOTAL                      PIC 9(5)V99.         dbank08p
004860   05  WS-OWN-BUS-PID                        PIC X(5).            dbank08p
004870   05  WS-BNKBOWN-RID.                                            dbank08p
004880     10  WS-BNKBOWN-RID-PID                  PIC X(5).            dbank08p
004890     10  WS-BNKBOWN-RID-SEQ                  PIC 9(2).            dbank08p
004910   05  WS-ABSTIME                            PIC S9(15) COMP-3.   dbank08p
004920   05  WS-TODAY-DATE                         PIC X(8).            dbank08p
004930   05  WS-TODAY-DATE-N REDEFINES WS-TODAY-DATE PIC 9(8).          dbank08p
004940   05  WS-TODAY-TIME                         PIC X(6).            dbank08p
004950   05  WS-AUDIT-SEQ                          PIC 9(3).            dbank08p
004960   05  WS-BEFORE-IMAGE                       PIC X(80).           dbank08p
004961   05  WS-AFTER-IMAGE                        PIC X(80).           dbank08p
004962   05  WS-AGE                                PIC S9(4) COMP.      dbank08p
004963   05  WS-MINOR-SW                           PIC X(1).            dbank08p
004964     88  WS-IS-MINOR                           VALUE 'Y'.         dbank08p
004965     88  WS-IS-ADULT                           VALUE 'N'.         dbank08p
004966                                                                  dbank08p
004967***************************************************************** dbank08p
004968* Age of majority and the age the senior fee exemption starts.  * dbank08p
004969* ZBNKAGEC applies the same two ages month by month.            * dbank08p
004970***************************************************************** dbank08p
004971 01  WS-AGE-LIMITS.                                               dbank08p
004972   05  WS-MAJORITY-AGE                       PIC 9(3) VALUE 18.   dbank08p
004973   05  WS-SENIOR-AGE                         PIC 9(3) VALUE 65.   dbank08p
004974                                                                  dbank08p
004975***************************************************************** dbank08p
004976* Audit image for a date of birth change - the fields involved  * dbank08p
004977* sit beyond the first 80 bytes of the customer record          * dbank08p
004978***************************************************************** dbank08p
004979 01  WS-DOB-IMAGE.                                                dbank08p
004980   05  WS-DOB-IMG-PID                        PIC X(5).            dbank08p
004981   05  WS-DOB-IMG-NAME                       PIC X(25).           dbank08p
004982   05  WS-DOB-IMG-DOB                        PIC 9(8).            dbank08p
004983   05  WS-DOB-IMG-GUARDIAN                   PIC X(5).            dbank08p
004984   05  WS-DOB-IMG-MINOR                      PIC X(1).            dbank08p
004985   05  WS-DOB-IMG-FEE-EXEMPT                 PIC X(1).            dbank08p
004986   05  FILLER                                PIC X(35).           dbank08p
004900                                                                  dbank08p
005000 01  WS-BNKCUST-REC.                                              dbank08p
005100 COPY CBANKVCS.                                                   dbank08p
005220 01  WS-BNKBRNC-REC.                                              dbank08p
005230 COPY CBANKVBR.                                                   dbank08p
005240                                                                  dbank08p
005241 01  WS-BNKBOWN-REC.                                              dbank08p
005242 COPY CBANKVBO.                                                   dbank08p
005243                                                                  dbank08p
005250 01  WS-BNKAUDT-REC.                                              dbank08p
005260 COPY CBANKVAD.                                                   dbank08p
005261 01  WS-BNKACHN-REC.                                              dbank08p
005262 COPY CBANKVCN.                                                   dbank08p
005263 01  WS-AUDHSH-PARM.                                              dbank08p
005264 COPY CAUDHSD.                                                    dbank08p
005265 COPY CAUDCHD.                                                    dbank08p
005266 01  WS-BNKRMOV-REC.                                              dbank08p
005267 COPY CBANKVRM.                                                   dbank08p
005268                                                                  dbank08p
005300 01  WS-COMMAREA.                                                 dbank08p
005400 COPY CBANKD08.                                                   dbank08p
005500                                                                  dbank08p
005600 COPY CABENDD.                                                    dbank08p
005610                                                                  dbank08p
005620 01  WS-BNKPERF-REC.                                              dbank08p
005630 COPY CBANKVPF.                                                   dbank08p
005640                                                                  dbank08p
005650 COPY CPERFD.                                                     dbank08p
005700                                                                  dbank08p
005800 LINKAGE SECTION.                                                 dbank08p
005900 01  DFHCOMMAREA.                                                 dbank08p
006200         DEPENDING ON WS-COMMAREA-LENGTH.                         dbank08p
006300                                                                  dbank08p
006400 COPY CENTRY.                                                     dbank08p
006410***************************************************************** dbank08p
006420* Start the response-time clock for this request                * dbank08p
006430***************************************************************** dbank08p
006440     PERFORM PERF-TIMER.                                          dbank08p
006450                                                                  dbank08p
006500***************************************************************** dbank08p
006600* Move the passed data to our area                              * dbank08p
006700***************************************************************** dbank08p
007300***************************************************************** dbank08p
007400     MOVE SPACES TO CD08O-DATA.                                   dbank08p
007500     MOVE ZERO TO CD08O-DUP-COUNT.                                dbank08p
007510     MOVE ZERO TO CD08O-OWNER-COUNT.                              dbank08p
007600                                                                  dbank08p
007700***************************************************************** dbank08p
007800* Now attempt to satisfy the requested function                 * dbank08p
008000     IF CD08I-CHANGE-BRANCH                                       dbank08p
008010        PERFORM CHANGE-BRANCH-PROCESS                             dbank08p
008020            THRU CHANGE-BRANCH-PROCESS-EXIT                       dbank08p
008022     ELSE                                                         dbank08p
008024     IF CD08I-CHANGE-DOB                                          dbank08p
008026        PERFORM CHANGE-DOB-PROCESS                                dbank08p
008028            THRU CHANGE-DOB-PROCESS-EXIT                          dbank08p
008030     ELSE                                                         dbank08p
008031     IF CD08I-ADD-OWNERS                                          dbank08p
008032        PERFORM ADD-OWNERS-PROCESS                                dbank08p
008033            THRU ADD-OWNERS-PROCESS-EXIT                          dbank08p
008034     ELSE                                                         dbank08p
008040        PERFORM CREATE-CUSTOMER-PROCESS                           dbank08p
008050            THRU CREATE-CUSTOMER-PROCESS-EXIT                     dbank08p
008055     END-IF                                                       dbank08p
008056     END-IF                                                       dbank08p
008060     END-IF.                                                      dbank08p
008200                                                                  dbank08p
008300***************************************************************** dbank08p
008500***************************************************************** dbank08p
008600     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank08p
008700                                                                  dbank08p
008710***************************************************************** dbank08p
008720* Log this request's response time to BNKPERF                   * dbank08p
008730***************************************************************** dbank08p
008740     MOVE CD08I-FUNCTION TO WS-PERF-FUNCTION.                     dbank08p
008750     PERFORM PERF-TIMER.                                          dbank08p
008760                                                                  dbank08p
008800***************************************************************** dbank08p
008900* Return to our caller                                          * dbank08p
009000***************************************************************** dbank08p
010000        MOVE 'Customer name is required' TO CD08O-MESSAGE         dbank08p
010100        GO TO CREATE-CUSTOMER-PROCESS-EXIT                        dbank08p
010200     END-IF.                                                      dbank08p
010210     IF NOT CD08I-INDIVIDUAL AND                                  dbank08p
010220        NOT CD08I-BUSINESS                                        dbank08p
010230        SET CD08O-REJECTED TO TRUE                                dbank08p
010240        MOVE 'Customer type must be I or B' TO CD08O-MESSAGE      dbank08p
010250        GO TO CREATE-CUSTOMER-PROCESS-EXIT                        dbank08p
010260     END-IF.                                                      dbank08p
010300     PERFORM ADDRESS-VALIDATE                                     dbank08p
010400         THRU ADDRESS-VALIDATE-EXIT.                              dbank08p
010500     IF WS-ADDR-INVALID                                           dbank08p
010700        MOVE WS-VALID-MSG TO CD08O-MESSAGE                        dbank08p
010800        GO TO CREATE-CUSTOMER-PROCESS-EXIT                        dbank08p
010900     END-IF.                                                      dbank08p
010910     IF CD08I-BUSINESS                                            dbank08p
010920        PERFORM VALIDATE-BUSINESS                                 dbank08p
010921            THRU VALIDATE-BUSINESS-EXIT                           dbank08p
010922     ELSE                                                         dbank08p
010923        PERFORM VALIDATE-DOB-GUARDIAN                             dbank08p
010924            THRU VALIDATE-DOB-GUARDIAN-EXIT                       dbank08p
010925     END-IF.                                                      dbank08p
010930     IF WS-VALID-MSG IS NOT EQUAL TO SPACES                       dbank08p
010940        SET CD08O-REJECTED TO TRUE                                dbank08p
010950        MOVE WS-VALID-MSG TO CD08O-MESSAGE                        dbank08p
010960        GO TO CREATE-CUSTOMER-PROCESS-EXIT                        dbank08p
010970     END-IF.                                                      dbank08p
011000                                                                  dbank08p
011100     IF NOT CD08I-DUP-OVERRIDDEN                                  dbank08p
011200        PERFORM DUPLICATE-NAME-CHECK                              dbank08p
013700     MOVE CD08I-SEND-EMAIL TO BCS-REC-SEND-EMAIL.                 dbank08p
013800     MOVE ZERO TO BCS-REC-LOW-BAL-THRESHOLD.                      dbank08p
013900     MOVE ZERO TO BCS-REC-LARGE-TXN-THRESHOLD.                    dbank08p
013920     MOVE ZERO TO BCS-REC-MKT-CONSENT-DTE.                        dbank08p
013930     MOVE ZERO TO BCS-REC-BUS-INC-DTE.                            dbank08p
013950     MOVE CD08I-BRANCH TO BCS-REC-BRANCH.                         dbank08p
013960     IF CD08I-BUSINESS                                            dbank08p
013961        PERFORM APPLY-BUSINESS                                    dbank08p
013962     ELSE                                                         dbank08p
013963        PERFORM APPLY-DOB-GUARDIAN                                dbank08p
013964     END-IF.                                                      dbank08p
014000     EXEC CICS WRITE FILE('BNKCUST')                              dbank08p
014100               FROM(WS-BNKCUST-REC)                               dbank08p
014200               RIDFLD(BCS-REC-PID)                                dbank08p
014300               LENGTH(LENGTH OF WS-BNKCUST-REC)                   dbank08p
014400               RESP(WS-RESP)                                      dbank08p
014500     END-EXEC.                                                    dbank08p
014501     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND                   dbank08p
014502        CD08I-BUSINESS                                            dbank08p
014503        MOVE WS-HIGH-PID TO WS-OWN-BUS-PID                        dbank08p
014504        PERFORM WRITE-OWNERS                                      dbank08p
014505            THRU WRITE-OWNERS-EXIT                                dbank08p
014506        IF WS-VALID-MSG IS NOT EQUAL TO SPACES                    dbank08p
014507           EXEC CICS DELETE FILE('BNKCUST')                       dbank08p
014508                     RIDFLD(WS-HIGH-PID)                          dbank08p
014509                     RESP(WS-RESP)                                dbank08p
014510           END-EXEC                                               dbank08p
014511           SET CD08O-REJECTED TO TRUE                             dbank08p
014512           MOVE 'Unable to record owners - customer not created'  dbank08p
014513             TO CD08O-MESSAGE                                     dbank08p
014514           GO TO CREATE-CUSTOMER-PROCESS-EXIT                     dbank08p
014515        END-IF                                                    dbank08p
014516     END-IF.                                                      dbank08p
014600     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank08p
014700        SET CD08O-CREATED TO TRUE                                 dbank08p
014710        PERFORM WRITE-RECORD-MOVEMENT                             dbank08p
014720            THRU WRITE-RECORD-MOVEMENT-EXIT                       dbank08p
014800        MOVE WS-HIGH-PID TO CD08O-NEW-PID                         dbank08p
014900        MOVE 'Customer created' TO CD08O-MESSAGE                  dbank08p
014910        MOVE BCS-REC-MINOR TO CD08O-MINOR                         dbank08p
014920        MOVE BCS-REC-FEE-EXEMPT TO CD08O-FEE-EXEMPT               dbank08p
014930        IF CD08I-BUSINESS                                         dbank08p
014940           MOVE CD08I-OWNER-COUNT TO CD08O-OWNER-COUNT            dbank08p
014950        END-IF                                                    dbank08p
015000     ELSE                                                         dbank08p
015100        SET CD08O-REJECTED TO TRUE                                dbank08p
015200        MOVE 'Unable to create customer' TO CD08O-MESSAGE         dbank08p
031700        MOVE 'Unable to update customer' TO CD08O-MESSAGE         dbank08p
031800        GO TO CHANGE-BRANCH-PROCESS-EXIT                          dbank08p
031900     END-IF.                                                      dbank08p
031910     MOVE WS-BNKCUST-REC(1:80) TO WS-AFTER-IMAGE.                 dbank08p
032000     PERFORM WRITE-AUDIT-RECORD                                   dbank08p
032100         THRU WRITE-AUDIT-RECORD-EXIT.                            dbank08p
032200     SET CD08O-CREATED TO TRUE.                                   dbank08p
032500     EXIT.                                                        dbank08p
032600                                                                  dbank08p
032700***************************************************************** dbank08p
032800* Record the change on BNKAUDT, in the same form as the         * dbank08p
032900* reference-table maintenance programs                          * dbank08p
033000***************************************************************** dbank08p
033100 WRITE-AUDIT-RECORD.                                              dbank08p
034700     MOVE WS-TODAY-DATE-N TO AD-REC-DATE.                         dbank08p
034800     MOVE WS-TODAY-TIME TO AD-REC-TIME.                           dbank08p
034900     MOVE WS-BEFORE-IMAGE TO AD-REC-BEFORE-IMAGE.                 dbank08p
035000     MOVE WS-AFTER-IMAGE TO AD-REC-AFTER-IMAGE.                   dbank08p
035100     PERFORM AUDIT-CHAIN-WRITE                                    dbank08p
035200         THRU AUDIT-CHAIN-WRITE-EXIT.                             dbank08p
035700 WRITE-AUDIT-RECORD-EXIT.                                         dbank08p
035800     EXIT.                                                        dbank08p
035900                                                                  dbank08p
035902***************************************************************** dbank08p
035904* Log the record just added on BNKRMOV, the record-movement     * dbank08p
035906* log ZBNKCTLT reads each night to prove the master file's      * dbank08p
035908* record count against the day before. A duplicate in the same  * dbank08p
035910* second bumps the tie-break sequence and tries again.          * dbank08p
035912***************************************************************** dbank08p
035914 WRITE-RECORD-MOVEMENT.                                           dbank08p
035916     EXEC CICS ASKTIME                                            dbank08p
035918               ABSTIME(WS-ABSTIME)                                dbank08p
035920     END-EXEC.                                                    dbank08p
035922     EXEC CICS FORMATTIME                                         dbank08p
035924               ABSTIME(WS-ABSTIME)                                dbank08p
035926               YYYYMMDD(WS-TODAY-DATE)                            dbank08p
035928               TIME(WS-TODAY-TIME)                                dbank08p
035930     END-EXEC.                                                    dbank08p
035932     MOVE SPACES TO WS-BNKRMOV-REC.                               dbank08p
035934     MOVE 'BNKCUST ' TO RM-REC-FILE.                              dbank08p
035936     MOVE WS-TODAY-DATE TO RM-REC-STAMP (1:8).                    dbank08p
035938     MOVE WS-TODAY-TIME TO RM-REC-STAMP (9:6).                    dbank08p
035940     MOVE BCS-REC-PID TO RM-REC-RECKEY.                           dbank08p
035942     MOVE ZERO TO RM-REC-SEQ.                                     dbank08p
035944     SET RM-REC-ADDED TO TRUE.                                    dbank08p
035946     MOVE WS-PROGRAM-ID TO RM-REC-PROGRAM.                        dbank08p
035948     MOVE CD08I-USERID TO RM-REC-USERID.                          dbank08p
035950     MOVE EIBTASKN TO RM-REC-TASKN.                               dbank08p
035952 WRITE-RECORD-MOVEMENT-WRITE.                                     dbank08p
035954     EXEC CICS WRITE FILE('BNKRMOV')                              dbank08p
035956               FROM(WS-BNKRMOV-REC)                               dbank08p
035958               RIDFLD(RM-REC-KEY)                                 dbank08p
035960               LENGTH(LENGTH OF WS-BNKRMOV-REC)                   dbank08p
035962               RESP(WS-RMOV-RESP)                                 dbank08p
035964     END-EXEC.                                                    dbank08p
035966     IF WS-RMOV-RESP IS EQUAL TO DFHRESP(DUPREC)                  dbank08p
035968        ADD 1 TO RM-REC-SEQ                                       dbank08p
035970        GO TO WRITE-RECORD-MOVEMENT-WRITE                         dbank08p
035972     END-IF.                                                      dbank08p
035974 WRITE-RECORD-MOVEMENT-EXIT.                                      dbank08p
035976     EXIT.                                                        dbank08p
035978                                                                  dbank08p
036000***************************************************************** dbank08p
036100* Date of birth is required, must be a real date and cannot be  * dbank08p
036200* in the future. A customer under the age of majority must be   * dbank08p
036300* linked to a guardian - an existing adult customer who is not  * dbank08p
036400* deceased. The age is taken from the difference of the two     * dbank08p
036500* CCYYMMDD dates, whose whole ten-thousands are completed years * dbank08p
036600***************************************************************** dbank08p
036700 VALIDATE-DOB-GUARDIAN.                                           dbank08p
036800     MOVE SPACES TO WS-VALID-MSG.                                 dbank08p
036900     SET WS-IS-ADULT TO TRUE.                                     dbank08p
037000     IF CD08I-DOB IS NOT NUMERIC OR                               dbank08p
037100        CD08I-DOB-N IS EQUAL TO ZERO                              dbank08p
037200        MOVE 'Date of birth is required (CCYYMMDD)'               dbank08p
037300          TO WS-VALID-MSG                                         dbank08p
037400        GO TO VALIDATE-DOB-GUARDIAN-EXIT                          dbank08p
037500     END-IF.                                                      dbank08p
037600     IF CD08I-DOB(5:2) IS LESS THAN '01' OR                       dbank08p
037700        CD08I-DOB(5:2) IS GREATER THAN '12' OR                    dbank08p
037800        CD08I-DOB(7:2) IS LESS THAN '01' OR                       dbank08p
037900        CD08I-DOB(7:2) IS GREATER THAN '31'                       dbank08p
038000        MOVE 'Date of birth is not a valid date' TO WS-VALID-MSG  dbank08p
038100        GO TO VALIDATE-DOB-GUARDIAN-EXIT                          dbank08p
038200     END-IF.                                                      dbank08p
038300     EXEC CICS ASKTIME                                            dbank08p
038400               ABSTIME(WS-ABSTIME)                                dbank08p
038500     END-EXEC.                                                    dbank08p
038600     EXEC CICS FORMATTIME                                         dbank08p
038700               ABSTIME(WS-ABSTIME)                                dbank08p
038800               YYYYMMDD(WS-TODAY-DATE)                            dbank08p
038900               TIME(WS-TODAY-TIME)                                dbank08p
039000     END-EXEC.                                                    dbank08p
039100     IF CD08I-DOB-N IS GREATER THAN WS-TODAY-DATE-N               dbank08p
039200        MOVE 'Date of birth is in the future' TO WS-VALID-MSG     dbank08p
039300        GO TO VALIDATE-DOB-GUARDIAN-EXIT                          dbank08p
039400     END-IF.                                                      dbank08p
039500     COMPUTE WS-AGE = (WS-TODAY-DATE-N - CD08I-DOB-N) / 10000.    dbank08p
039600     IF WS-AGE IS NOT LESS THAN WS-MAJORITY-AGE                   dbank08p
039700        GO TO VALIDATE-DOB-GUARDIAN-EXIT                          dbank08p
039800     END-IF.                                                      dbank08p
039900     SET WS-IS-MINOR TO TRUE.                                     dbank08p
040000     IF CD08I-GUARDIAN-PID IS EQUAL TO SPACES                     dbank08p
040100        MOVE 'Customer is a minor - guardian PID is required'     dbank08p
040200          TO WS-VALID-MSG                                         dbank08p
040300        GO TO VALIDATE-DOB-GUARDIAN-EXIT                          dbank08p
040400     END-IF.                                                      dbank08p
040500     IF CD08I-CHANGE-DOB AND                                      dbank08p
040600        CD08I-GUARDIAN-PID IS EQUAL TO CD08I-CONTACT-ID           dbank08p
040700        MOVE 'A customer cannot be their own guardian'            dbank08p
040800          TO WS-VALID-MSG                                         dbank08p
040900        GO TO VALIDATE-DOB-GUARDIAN-EXIT                          dbank08p
041000     END-IF.                                                      dbank08p
041100     MOVE CD08I-GUARDIAN-PID TO WS-BNKCUST-RID.                   dbank08p
041200     EXEC CICS READ FILE('BNKCUST')                               dbank08p
041300                    INTO(WS-BNKCUST-REC)                          dbank08p
041400                    LENGTH(LENGTH OF WS-BNKCUST-REC)              dbank08p
041500                    RIDFLD(WS-BNKCUST-RID)                        dbank08p
041600                    RESP(WS-RESP)                                 dbank08p
041700     END-EXEC.                                                    dbank08p
041800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank08p
041900        MOVE 'Guardian PID not found' TO WS-VALID-MSG             dbank08p
042000        GO TO VALIDATE-DOB-GUARDIAN-EXIT                          dbank08p
042100     END-IF.                                                      dbank08p
042200     IF BCS-REC-IS-MINOR OR                                       dbank08p
042300        BCS-REC-IS-DECEASED OR                                    dbank08p
042310        BCS-REC-BUSINESS                                          dbank08p
042400        MOVE 'Guardian must be a living adult customer'           dbank08p
042500          TO WS-VALID-MSG                                         dbank08p
042600     END-IF.                                                      dbank08p
042700 VALIDATE-DOB-GUARDIAN-EXIT.                                      dbank08p
042800     EXIT.                                                        dbank08p
042900                                                                  dbank08p
043000***************************************************************** dbank08p
043100* Set date of birth, guardian and minor flag on the customer    * dbank08p
043200* record from the validated input. The senior exemption is      * dbank08p
043300* given at the qualifying age unless the customer already has   * dbank08p
043400* an exemption, and taken back if a corrected date of birth     * dbank08p
043500* puts the customer under it                                    * dbank08p
043600***************************************************************** dbank08p
043700 APPLY-DOB-GUARDIAN.                                              dbank08p
043800     MOVE CD08I-DOB-N TO BCS-REC-DOB.                             dbank08p
043900     IF WS-IS-MINOR                                               dbank08p
044000        SET BCS-REC-IS-MINOR TO TRUE                              dbank08p
044100        MOVE CD08I-GUARDIAN-PID TO BCS-REC-GUARDIAN-PID           dbank08p
044200     ELSE                                                         dbank08p
044300        MOVE SPACE TO BCS-REC-MINOR                               dbank08p
044400        MOVE SPACES TO BCS-REC-GUARDIAN-PID                       dbank08p
044500     END-IF.                                                      dbank08p
044600     IF WS-AGE IS NOT LESS THAN WS-SENIOR-AGE                     dbank08p
044700        IF BCS-REC-FEE-EXEMPT-NONE                                dbank08p
044800           SET BCS-REC-FEE-EXEMPT-SENIOR TO TRUE                  dbank08p
044900        END-IF                                                    dbank08p
045000     ELSE                                                         dbank08p
045100        IF BCS-REC-FEE-EXEMPT-SENIOR                              dbank08p
045200           SET BCS-REC-FEE-EXEMPT-NONE TO TRUE                    dbank08p
045300        END-IF                                                    dbank08p
045400     END-IF.                                                      dbank08p
045500                                                                  dbank08p
045600***************************************************************** dbank08p
045700* Record or correct date of birth and guardian on an existing   * dbank08p
045800* customer - chiefly those taken on before it was captured      * dbank08p
045900***************************************************************** dbank08p
046000 CHANGE-DOB-PROCESS.                                              dbank08p
046100     PERFORM VALIDATE-DOB-GUARDIAN                                dbank08p
046200         THRU VALIDATE-DOB-GUARDIAN-EXIT.                         dbank08p
046300     IF WS-VALID-MSG IS NOT EQUAL TO SPACES                       dbank08p
046400        SET CD08O-REJECTED TO TRUE                                dbank08p
046500        MOVE WS-VALID-MSG TO CD08O-MESSAGE                        dbank08p
046600        GO TO CHANGE-DOB-PROCESS-EXIT                             dbank08p
046700     END-IF.                                                      dbank08p
046800     MOVE CD08I-CONTACT-ID TO WS-BNKCUST-RID.                     dbank08p
046900     EXEC CICS READ FILE('BNKCUST')                               dbank08p
047000                    INTO(WS-BNKCUST-REC)                          dbank08p
047100                    LENGTH(LENGTH OF WS-BNKCUST-REC)              dbank08p
047200                    RIDFLD(WS-BNKCUST-RID)                        dbank08p
047300                    UPDATE                                        dbank08p
047400                    RESP(WS-RESP)                                 dbank08p
047500     END-EXEC.                                                    dbank08p
047600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank08p
047700        SET CD08O-REJECTED TO TRUE                                dbank08p
047800        MOVE 'Customer not found' TO CD08O-MESSAGE                dbank08p
047900        GO TO CHANGE-DOB-PROCESS-EXIT                             dbank08p
048000     END-IF.                                                      dbank08p
048100     IF BCS-REC-IS-DECEASED                                       dbank08p
048200        EXEC CICS UNLOCK FILE('BNKCUST')                          dbank08p
048300        END-EXEC                                                  dbank08p
048400        SET CD08O-REJECTED TO TRUE                                dbank08p
048500        MOVE 'Customer is deceased' TO CD08O-MESSAGE              dbank08p
048600        GO TO CHANGE-DOB-PROCESS-EXIT                             dbank08p
048700     END-IF.                                                      dbank08p
048710     IF BCS-REC-BUSINESS                                          dbank08p
048720        EXEC CICS UNLOCK FILE('BNKCUST')                          dbank08p
048730        END-EXEC                                                  dbank08p
048740        SET CD08O-REJECTED TO TRUE                                dbank08p
048750        MOVE 'Date of birth does not apply to a business'         dbank08p
048760          TO CD08O-MESSAGE                                        dbank08p
048770        GO TO CHANGE-DOB-PROCESS-EXIT                             dbank08p
048780     END-IF.                                                      dbank08p
048800     PERFORM BUILD-DOB-IMAGE.                                     dbank08p
048900     MOVE WS-DOB-IMAGE TO WS-BEFORE-IMAGE.                        dbank08p
049000     PERFORM APPLY-DOB-GUARDIAN.                                  dbank08p
049100     EXEC CICS REWRITE FILE('BNKCUST')                            dbank08p
049200                   FROM(WS-BNKCUST-REC)                           dbank08p
049300                   LENGTH(LENGTH OF WS-BNKCUST-REC)               dbank08p
049400                   RESP(WS-RESP)                                  dbank08p
049500     END-EXEC.                                                    dbank08p
049600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank08p
049700        SET CD08O-REJECTED TO TRUE                                dbank08p
049800        MOVE 'Unable to update customer' TO CD08O-MESSAGE         dbank08p
049900        GO TO CHANGE-DOB-PROCESS-EXIT                             dbank08p
050000     END-IF.                                                      dbank08p
050100     PERFORM BUILD-DOB-IMAGE.                                     dbank08p
050200     MOVE WS-DOB-IMAGE TO WS-AFTER-IMAGE.                         dbank08p
050300     PERFORM WRITE-AUDIT-RECORD                                   dbank08p
050400         THRU WRITE-AUDIT-RECORD-EXIT.                            dbank08p
050500     SET CD08O-CREATED TO TRUE.                                   dbank08p
050600     MOVE BCS-REC-PID TO CD08O-NEW-PID.                           dbank08p
050700     MOVE BCS-REC-MINOR TO CD08O-MINOR.                           dbank08p
050800     MOVE BCS-REC-FEE-EXEMPT TO CD08O-FEE-EXEMPT.                 dbank08p
050900     MOVE 'Date of birth recorded' TO CD08O-MESSAGE.              dbank08p
051000 CHANGE-DOB-PROCESS-EXIT.                                         dbank08p
051100     EXIT.                                                        dbank08p
051200                                                                  dbank08p
051300 BUILD-DOB-IMAGE.                                                 dbank08p
051400     MOVE SPACES TO WS-DOB-IMAGE.                                 dbank08p
051500     MOVE BCS-REC-PID TO WS-DOB-IMG-PID.                          dbank08p
051600     MOVE BCS-REC-NAME TO WS-DOB-IMG-NAME.                        dbank08p
051700     MOVE BCS-REC-DOB TO WS-DOB-IMG-DOB.                          dbank08p
051800     MOVE BCS-REC-GUARDIAN-PID TO WS-DOB-IMG-GUARDIAN.            dbank08p
051900     MOVE BCS-REC-MINOR TO WS-DOB-IMG-MINOR.                      dbank08p
052000     MOVE BCS-REC-FEE-EXEMPT TO WS-DOB-IMG-FEE-EXEMPT.            dbank08p
052100                                                                  dbank08p
052110***************************************************************** dbank08p
052120* A business gives its registration details in place of a date  * dbank08p
052130* of birth: registration number, a known legal form, and the    * dbank08p
052140* date and country of incorporation. It is not taken on without * dbank08p
052150* at least one beneficial owner, validated with the rest.       * dbank08p
052160***************************************************************** dbank08p
052170 VALIDATE-BUSINESS.                                               dbank08p
052180     MOVE SPACES TO WS-VALID-MSG.                                 dbank08p
052190     IF CD08I-BUS-REG-NO IS EQUAL TO SPACES                       dbank08p
052200        MOVE 'Company registration number is required'            dbank08p
052210          TO WS-VALID-MSG                                         dbank08p
052220        GO TO VALIDATE-BUSINESS-EXIT                              dbank08p
052230     END-IF.                                                      dbank08p
052240     IF NOT CD08I-BUS-FORM-VALID                                  dbank08p
052250        MOVE 'Legal form must be LT, PL, LP, PA, ST or CT'        dbank08p
052260          TO WS-VALID-MSG                                         dbank08p
052270        GO TO VALIDATE-BUSINESS-EXIT                              dbank08p
052280     END-IF.                                                      dbank08p
052290     IF CD08I-BUS-INC-DTE IS NOT NUMERIC OR                       dbank08p
052300        CD08I-BUS-INC-DTE-N IS EQUAL TO ZERO                      dbank08p
052310        MOVE 'Incorporation date is required (CCYYMMDD)'          dbank08p
052320          TO WS-VALID-MSG                                         dbank08p
052330        GO TO VALIDATE-BUSINESS-EXIT                              dbank08p
052340     END-IF.                                                      dbank08p
052350     IF CD08I-BUS-INC-DTE(5:2) IS LESS THAN '01' OR               dbank08p
052360        CD08I-BUS-INC-DTE(5:2) IS GREATER THAN '12' OR            dbank08p
052370        CD08I-BUS-INC-DTE(7:2) IS LESS THAN '01' OR               dbank08p
052380        CD08I-BUS-INC-DTE(7:2) IS GREATER THAN '31'               dbank08p
052390        MOVE 'Incorporation date is not a valid date'             dbank08p
052400          TO WS-VALID-MSG                                         dbank08p
052410        GO TO VALIDATE-BUSINESS-EXIT                              dbank08p
052420     END-IF.                                                      dbank08p
052430     EXEC CICS ASKTIME                                            dbank08p
052440               ABSTIME(WS-ABSTIME)                                dbank08p
052450     END-EXEC.                                                    dbank08p
052460     EXEC CICS FORMATTIME                                         dbank08p
052470               ABSTIME(WS-ABSTIME)                                dbank08p
052480               YYYYMMDD(WS-TODAY-DATE)                            dbank08p
052490               TIME(WS-TODAY-TIME)                                dbank08p
052500     END-EXEC.                                                    dbank08p
052510     IF CD08I-BUS-INC-DTE-N IS GREATER THAN WS-TODAY-DATE-N       dbank08p
052520        MOVE 'Incorporation date is in the future' TO WS-VALID-MSGdbank08p
052530        GO TO VALIDATE-BUSINESS-EXIT                              dbank08p
052540     END-IF.                                                      dbank08p
052550     IF CD08I-BUS-INC-CNTRY IS EQUAL TO SPACES                    dbank08p
052560        MOVE 'Country of incorporation is required'               dbank08p
052570          TO WS-VALID-MSG                                         dbank08p
052580        GO TO VALIDATE-BUSINESS-EXIT                              dbank08p
052590     END-IF.                                                      dbank08p
052600     MOVE SPACES TO WS-OWN-BUS-PID.                               dbank08p
052610     MOVE ZERO TO WS-OWN-ON-FILE.                                 dbank08p
052620     MOVE ZERO TO WS-OWN-BASE-SEQ.                                dbank08p
052630     MOVE ZERO TO WS-OWN-PCT-TOTAL.                               dbank08p
052640     PERFORM VALIDATE-OWNERS                                      dbank08p
052650         THRU VALIDATE-OWNERS-EXIT.                               dbank08p
052660 VALIDATE-BUSINESS-EXIT.                                          dbank08p
052670     EXIT.                                                        dbank08p
052680                                                                  dbank08p
052690***************************************************************** dbank08p
052700* Set the business fields on the customer record. A business    * dbank08p
052710* has no date of birth, guardian or age-related exemption.      * dbank08p
052720***************************************************************** dbank08p
052730 APPLY-BUSINESS.                                                  dbank08p
052740     SET BCS-REC-BUSINESS TO TRUE.                                dbank08p
052750     MOVE CD08I-BUS-REG-NO TO BCS-REC-BUS-REG-NO.                 dbank08p
052760     MOVE CD08I-BUS-LEGAL-FORM TO BCS-REC-BUS-LEGAL-FORM.         dbank08p
052770     MOVE CD08I-BUS-INC-DTE-N TO BCS-REC-BUS-INC-DTE.             dbank08p
052780     MOVE CD08I-BUS-INC-CNTRY TO BCS-REC-BUS-INC-CNTRY.           dbank08p
052790     MOVE ZERO TO BCS-REC-DOB.                                    dbank08p
052800     MOVE SPACE TO BCS-REC-MINOR.                                 dbank08p
052810     MOVE SPACES TO BCS-REC-GUARDIAN-PID.                         dbank08p
052820                                                                  dbank08p
052830***************************************************************** dbank08p
052840* Each owner entered needs a name, a role - O holds a share of  * dbank08p
052850* the business, C controls it without one (a director, say) -   * dbank08p
052860* a percentage, and a date of birth and country. An owner who   * dbank08p
052870* is already a customer is given by PID: the customer must be   * dbank08p
052880* an individual, and their date of birth and country are taken  * dbank08p
052890* from the customer record when not entered. The holdings, with * dbank08p
052900* any already on file, cannot come to more than 100 percent.    * dbank08p
052910***************************************************************** dbank08p
052920 VALIDATE-OWNERS.                                                 dbank08p
052930     MOVE SPACES TO WS-VALID-MSG.                                 dbank08p
052940     IF CD08I-OWNER-COUNT IS NOT NUMERIC OR                       dbank08p
052950        CD08I-OWNER-COUNT IS EQUAL TO ZERO                        dbank08p
052960        MOVE 'At least one beneficial owner must be given'        dbank08p
052970          TO WS-VALID-MSG                                         dbank08p
052980        GO TO VALIDATE-OWNERS-EXIT                                dbank08p
052990     END-IF.                                                      dbank08p
053000     IF CD08I-OWNER-COUNT IS GREATER THAN 5                       dbank08p
053010        MOVE 'No more than 5 owners can be given at a time'       dbank08p
053020          TO WS-VALID-MSG                                         dbank08p
053030        GO TO VALIDATE-OWNERS-EXIT                                dbank08p
053040     END-IF.                                                      dbank08p
053050     IF WS-OWN-BASE-SEQ + CD08I-OWNER-COUNT IS GREATER THAN 99    dbank08p
053060        MOVE 'No room for more owners on this business'           dbank08p
053070          TO WS-VALID-MSG                                         dbank08p
053080        GO TO VALIDATE-OWNERS-EXIT                                dbank08p
053090     END-IF.                                                      dbank08p
053100     PERFORM VALIDATE-ONE-OWNER                                   dbank08p
053110         THRU VALIDATE-ONE-OWNER-EXIT                             dbank08p
053120         VARYING WS-OWN-SUB FROM 1 BY 1                           dbank08p
053130         UNTIL WS-OWN-SUB IS GREATER THAN CD08I-OWNER-COUNT OR    dbank08p
053140               WS-VALID-MSG IS NOT EQUAL TO SPACES.               dbank08p
053150     IF WS-VALID-MSG IS EQUAL TO SPACES AND                       dbank08p
053160        WS-OWN-PCT-TOTAL IS GREATER THAN 100                      dbank08p
053170        MOVE 'Ownership percentages come to more than 100'        dbank08p
053180          TO WS-VALID-MSG                                         dbank08p
053190     END-IF.                                                      dbank08p
053200 VALIDATE-OWNERS-EXIT.                                            dbank08p
053210     EXIT.                                                        dbank08p
053220                                                                  dbank08p
053230 VALIDATE-ONE-OWNER.                                              dbank08p
053240     IF CD08I-OWN-NAME (WS-OWN-SUB) IS EQUAL TO SPACES            dbank08p
053250        MOVE 'Owner name is required' TO WS-VALID-MSG             dbank08p
053260        GO TO VALIDATE-ONE-OWNER-EXIT                             dbank08p
053270     END-IF.                                                      dbank08p
053280     IF NOT CD08I-OWN-ROLE-VALID (WS-OWN-SUB)                     dbank08p
053290        MOVE 'Owner role must be O (owner) or C (controller)'     dbank08p
053300          TO WS-VALID-MSG                                         dbank08p
053310        GO TO VALIDATE-ONE-OWNER-EXIT                             dbank08p
053320     END-IF.                                                      dbank08p
053330     IF CD08I-OWN-PCT (WS-OWN-SUB) IS NOT NUMERIC OR              dbank08p
053340        CD08I-OWN-PCT (WS-OWN-SUB) IS GREATER THAN 100            dbank08p
053350        MOVE 'Ownership percentage must be 0 to 100'              dbank08p
053360          TO WS-VALID-MSG                                         dbank08p
053370        GO TO VALIDATE-ONE-OWNER-EXIT                             dbank08p
053380     END-IF.                                                      dbank08p
053390     IF CD08I-OWN-SHAREHOLDER (WS-OWN-SUB) AND                    dbank08p
053400        CD08I-OWN-PCT (WS-OWN-SUB) IS EQUAL TO ZERO               dbank08p
053410        MOVE 'An owner must hold a percentage of the business'    dbank08p
053420          TO WS-VALID-MSG                                         dbank08p
053430        GO TO VALIDATE-ONE-OWNER-EXIT                             dbank08p
053440     END-IF.                                                      dbank08p
053450     ADD CD08I-OWN-PCT (WS-OWN-SUB) TO WS-OWN-PCT-TOTAL.          dbank08p
053460     IF CD08I-OWN-PID (WS-OWN-SUB) IS NOT EQUAL TO SPACES         dbank08p
053470        MOVE CD08I-OWN-PID (WS-OWN-SUB) TO WS-BNKCUST-RID         dbank08p
053480        EXEC CICS READ FILE('BNKCUST')                            dbank08p
053490                       INTO(WS-BNKCUST-REC)                       dbank08p
053500                       LENGTH(LENGTH OF WS-BNKCUST-REC)           dbank08p
053510                       RIDFLD(WS-BNKCUST-RID)                     dbank08p
053520                       RESP(WS-RESP)                              dbank08p
053530        END-EXEC                                                  dbank08p
053540        IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                dbank08p
053550           MOVE 'Owner PID not found' TO WS-VALID-MSG             dbank08p
053560           GO TO VALIDATE-ONE-OWNER-EXIT                          dbank08p
053570        END-IF                                                    dbank08p
053580        IF BCS-REC-BUSINESS OR                                    dbank08p
053590           BCS-REC-IS-DECEASED                                    dbank08p
053600           MOVE 'Owner must be a living individual customer'      dbank08p
053610             TO WS-VALID-MSG                                      dbank08p
053620           GO TO VALIDATE-ONE-OWNER-EXIT                          dbank08p
053630        END-IF                                                    dbank08p
053640        IF (CD08I-OWN-DOB (WS-OWN-SUB) IS NOT NUMERIC OR          dbank08p
053650            CD08I-OWN-DOB-N (WS-OWN-SUB) IS EQUAL TO ZERO) AND    dbank08p
053660           BCS-REC-DOB IS NUMERIC                                 dbank08p
053670           MOVE BCS-REC-DOB TO CD08I-OWN-DOB-N (WS-OWN-SUB)       dbank08p
053680        END-IF                                                    dbank08p
053690        IF CD08I-OWN-CNTRY (WS-OWN-SUB) IS EQUAL TO SPACES        dbank08p
053700           MOVE BCS-REC-CNTRY TO CD08I-OWN-CNTRY (WS-OWN-SUB)     dbank08p
053710        END-IF                                                    dbank08p
053720     END-IF.                                                      dbank08p
053730     IF CD08I-OWN-DOB (WS-OWN-SUB) IS NOT NUMERIC OR              dbank08p
053740        CD08I-OWN-DOB-N (WS-OWN-SUB) IS EQUAL TO ZERO             dbank08p
053750        MOVE 'Owner date of birth is required (CCYYMMDD)'         dbank08p
053760          TO WS-VALID-MSG                                         dbank08p
053770        GO TO VALIDATE-ONE-OWNER-EXIT                             dbank08p
053780     END-IF.                                                      dbank08p
053790     IF CD08I-OWN-DOB (WS-OWN-SUB) (5:2) IS LESS THAN '01' OR     dbank08p
053800        CD08I-OWN-DOB (WS-OWN-SUB) (5:2) IS GREATER THAN '12' OR  dbank08p
053810        CD08I-OWN-DOB (WS-OWN-SUB) (7:2) IS LESS THAN '01' OR     dbank08p
053820        CD08I-OWN-DOB (WS-OWN-SUB) (7:2) IS GREATER THAN '31'     dbank08p
053830        MOVE 'Owner date of birth is not a valid date'            dbank08p
053840          TO WS-VALID-MSG                                         dbank08p
053850        GO TO VALIDATE-ONE-OWNER-EXIT                             dbank08p
053860     END-IF.                                                      dbank08p
053870     IF CD08I-OWN-CNTRY (WS-OWN-SUB) IS EQUAL TO SPACES           dbank08p
053880        MOVE 'Owner country is required' TO WS-VALID-MSG          dbank08p
053890     END-IF.                                                      dbank08p
053900 VALIDATE-ONE-OWNER-EXIT.                                         dbank08p
053910     EXIT.                                                        dbank08p
053920                                                                  dbank08p
053930***************************************************************** dbank08p
053940* Write the validated owners to BNKBOWN under the business PID, * dbank08p
053950* numbered on from any already recorded. If one will not write, * dbank08p
053960* those written are taken off again - and at onboarding so is   * dbank08p
053970* the new customer - so a business is never left on file with   * dbank08p
053980* part of its owners. Once all are written each is recorded on  * dbank08p
053990* the BNKAUDT trail.                                            * dbank08p
054000***************************************************************** dbank08p
054010 WRITE-OWNERS.                                                    dbank08p
054020     MOVE SPACES TO WS-VALID-MSG.                                 dbank08p
054030     EXEC CICS ASKTIME                                            dbank08p
054040               ABSTIME(WS-ABSTIME)                                dbank08p
054050     END-EXEC.                                                    dbank08p
054060     EXEC CICS FORMATTIME                                         dbank08p
054070               ABSTIME(WS-ABSTIME)                                dbank08p
054080               YYYYMMDD(WS-TODAY-DATE)                            dbank08p
054090               TIME(WS-TODAY-TIME)                                dbank08p
054100     END-EXEC.                                                    dbank08p
054110     MOVE ZERO TO WS-OWN-WRITTEN.                                 dbank08p
054120     PERFORM WRITE-ONE-OWNER                                      dbank08p
054130         VARYING WS-OWN-SUB FROM 1 BY 1                           dbank08p
054140         UNTIL WS-OWN-SUB IS GREATER THAN CD08I-OWNER-COUNT OR    dbank08p
054150               WS-VALID-MSG IS NOT EQUAL TO SPACES.               dbank08p
054160     IF WS-VALID-MSG IS NOT EQUAL TO SPACES                       dbank08p
054170        PERFORM BACK-OUT-OWNER                                    dbank08p
054180            VARYING WS-OWN-SUB FROM 1 BY 1                        dbank08p
054190            UNTIL WS-OWN-SUB IS GREATER THAN WS-OWN-WRITTEN       dbank08p
054200        GO TO WRITE-OWNERS-EXIT                                   dbank08p
054210     END-IF.                                                      dbank08p
054220     PERFORM AUDIT-ONE-OWNER                                      dbank08p
054230         THRU AUDIT-ONE-OWNER-EXIT                                dbank08p
054240         VARYING WS-OWN-SUB FROM 1 BY 1                           dbank08p
054250         UNTIL WS-OWN-SUB IS GREATER THAN CD08I-OWNER-COUNT.      dbank08p
054260 WRITE-OWNERS-EXIT.                                               dbank08p
054270     EXIT.                                                        dbank08p
054280                                                                  dbank08p
054290 BUILD-OWNER-RECORD.                                              dbank08p
054300     MOVE SPACES TO WS-BNKBOWN-REC.                               dbank08p
054310     MOVE WS-OWN-BUS-PID TO BO-REC-BUS-PID.                       dbank08p
054320     COMPUTE BO-REC-SEQ = WS-OWN-BASE-SEQ + WS-OWN-SUB.           dbank08p
054330     MOVE CD08I-OWN-NAME (WS-OWN-SUB) TO BO-REC-NAME.             dbank08p
054340     MOVE CD08I-OWN-PID (WS-OWN-SUB) TO BO-REC-OWNER-PID.         dbank08p
054350     MOVE CD08I-OWN-DOB-N (WS-OWN-SUB) TO BO-REC-DOB.             dbank08p
054360     MOVE CD08I-OWN-CNTRY (WS-OWN-SUB) TO BO-REC-CNTRY.           dbank08p
054370     MOVE CD08I-OWN-PCT (WS-OWN-SUB) TO BO-REC-PCT.               dbank08p
054380     MOVE CD08I-OWN-ROLE (WS-OWN-SUB) TO BO-REC-ROLE.             dbank08p
054390     MOVE WS-TODAY-DATE-N TO BO-REC-ADDED-DTE.                    dbank08p
054400     MOVE CD08I-USERID TO BO-REC-ADDED-USERID.                    dbank08p
054410                                                                  dbank08p
054420 WRITE-ONE-OWNER.                                                 dbank08p
054430     PERFORM BUILD-OWNER-RECORD.                                  dbank08p
054440     EXEC CICS WRITE FILE('BNKBOWN')                              dbank08p
054450               FROM(WS-BNKBOWN-REC)                               dbank08p
054460               RIDFLD(BO-REC-KEY)                                 dbank08p
054470               LENGTH(LENGTH OF WS-BNKBOWN-REC)                   dbank08p
054480               RESP(WS-RESP)                                      dbank08p
054490     END-EXEC.                                                    dbank08p
054500     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank08p
054510        ADD 1 TO WS-OWN-WRITTEN                                   dbank08p
054520     ELSE                                                         dbank08p
054530        MOVE 'Unable to record beneficial owners' TO WS-VALID-MSG dbank08p
054540     END-IF.                                                      dbank08p
054550                                                                  dbank08p
054560 BACK-OUT-OWNER.                                                  dbank08p
054570     MOVE WS-OWN-BUS-PID TO WS-BNKBOWN-RID-PID.                   dbank08p
054580     COMPUTE WS-BNKBOWN-RID-SEQ = WS-OWN-BASE-SEQ + WS-OWN-SUB.   dbank08p
054590     EXEC CICS DELETE FILE('BNKBOWN')                             dbank08p
054600               RIDFLD(WS-BNKBOWN-RID)                             dbank08p
054610               RESP(WS-RESP)                                      dbank08p
054620     END-EXEC.                                                    dbank08p
054630                                                                  dbank08p
054640 AUDIT-ONE-OWNER.                                                 dbank08p
054650     PERFORM BUILD-OWNER-RECORD.                                  dbank08p
054660     ADD 1 TO WS-AUDIT-SEQ.                                       dbank08p
054670     MOVE SPACES TO WS-BNKAUDT-REC.                               dbank08p
054680     MOVE EIBTASKN TO AD-REC-TASKN.                               dbank08p
054690     MOVE WS-AUDIT-SEQ TO AD-REC-SEQ.                             dbank08p
054700     MOVE 'BNKBOWN ' TO AD-REC-TABLE.                             dbank08p
054710     SET AD-REC-ACTION-ADD TO TRUE.                               dbank08p
054720     MOVE CD08I-USERID TO AD-REC-USERID.                          dbank08p
054730     MOVE WS-TODAY-DATE-N TO AD-REC-DATE.                         dbank08p
054740     MOVE WS-TODAY-TIME TO AD-REC-TIME.                           dbank08p
054750     MOVE SPACES TO AD-REC-BEFORE-IMAGE.                          dbank08p
054760     MOVE WS-BNKBOWN-REC TO AD-REC-AFTER-IMAGE.                   dbank08p
054770     PERFORM AUDIT-CHAIN-WRITE                                    dbank08p
054780         THRU AUDIT-CHAIN-WRITE-EXIT.                             dbank08p
054790 AUDIT-ONE-OWNER-EXIT.                                            dbank08p
054800     EXIT.                                                        dbank08p
054810                                                                  dbank08p
054820***************************************************************** dbank08p
054830* Record further beneficial owners on an existing business -    * dbank08p
054840* a change of ownership, or a controller found at review. The   * dbank08p
054850* owners already on file set where numbering carries on and     * dbank08p
054860* count towards the 100 percent.                                * dbank08p
054870***************************************************************** dbank08p
054880 ADD-OWNERS-PROCESS.                                              dbank08p
054890     MOVE CD08I-CONTACT-ID TO WS-BNKCUST-RID.                     dbank08p
054900     EXEC CICS READ FILE('BNKCUST')                               dbank08p
054910                    INTO(WS-BNKCUST-REC)                          dbank08p
054920                    LENGTH(LENGTH OF WS-BNKCUST-REC)              dbank08p
054930                    RIDFLD(WS-BNKCUST-RID)                        dbank08p
054940                    RESP(WS-RESP)                                 dbank08p
054950     END-EXEC.                                                    dbank08p
054960     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank08p
054970        SET CD08O-REJECTED TO TRUE                                dbank08p
054980        MOVE 'Customer not found' TO CD08O-MESSAGE                dbank08p
054990        GO TO ADD-OWNERS-PROCESS-EXIT                             dbank08p
055000     END-IF.                                                      dbank08p
055010     IF NOT BCS-REC-BUSINESS                                      dbank08p
055020        SET CD08O-REJECTED TO TRUE                                dbank08p
055030        MOVE 'Customer is not a business' TO CD08O-MESSAGE        dbank08p
055040        GO TO ADD-OWNERS-PROCESS-EXIT                             dbank08p
055050     END-IF.                                                      dbank08p
055060     MOVE BCS-REC-PID TO WS-OWN-BUS-PID.                          dbank08p
055070     PERFORM COUNT-EXISTING-OWNERS                                dbank08p
055080         THRU COUNT-EXISTING-OWNERS-EXIT.                         dbank08p
055090     PERFORM VALIDATE-OWNERS                                      dbank08p
055100         THRU VALIDATE-OWNERS-EXIT.                               dbank08p
055110     IF WS-VALID-MSG IS NOT EQUAL TO SPACES                       dbank08p
055120        SET CD08O-REJECTED TO TRUE                                dbank08p
055130        MOVE WS-VALID-MSG TO CD08O-MESSAGE                        dbank08p
055140        GO TO ADD-OWNERS-PROCESS-EXIT                             dbank08p
055150     END-IF.                                                      dbank08p
055160     PERFORM WRITE-OWNERS                                         dbank08p
055170         THRU WRITE-OWNERS-EXIT.                                  dbank08p
055180     IF WS-VALID-MSG IS NOT EQUAL TO SPACES                       dbank08p
055190        SET CD08O-REJECTED TO TRUE                                dbank08p
055200        MOVE WS-VALID-MSG TO CD08O-MESSAGE                        dbank08p
055210        GO TO ADD-OWNERS-PROCESS-EXIT                             dbank08p
055220     END-IF.                                                      dbank08p
055230     SET CD08O-CREATED TO TRUE.                                   dbank08p
055240     MOVE WS-OWN-BUS-PID TO CD08O-NEW-PID.                        dbank08p
055250     COMPUTE CD08O-OWNER-COUNT =                                  dbank08p
055260         WS-OWN-ON-FILE + CD08I-OWNER-COUNT.                      dbank08p
055270     MOVE 'Beneficial owners recorded' TO CD08O-MESSAGE.          dbank08p
055280 ADD-OWNERS-PROCESS-EXIT.                                         dbank08p
055290     EXIT.                                                        dbank08p
055300                                                                  dbank08p
055310***************************************************************** dbank08p
055320* Browse the business's owners already on BNKBOWN for their     * dbank08p
055330* number, the highest sequence used and the holdings recorded.  * dbank08p
055340***************************************************************** dbank08p
055350 COUNT-EXISTING-OWNERS.                                           dbank08p
055360     MOVE ZERO TO WS-OWN-ON-FILE.                                 dbank08p
055370     MOVE ZERO TO WS-OWN-BASE-SEQ.                                dbank08p
055380     MOVE ZERO TO WS-OWN-PCT-TOTAL.                               dbank08p
055390     MOVE WS-OWN-BUS-PID TO WS-BNKBOWN-RID-PID.                   dbank08p
055400     MOVE ZERO TO WS-BNKBOWN-RID-SEQ.                             dbank08p
055410     EXEC CICS STARTBR FILE('BNKBOWN')                            dbank08p
055420                       RIDFLD(WS-BNKBOWN-RID)                     dbank08p
055430                       GTEQ                                       dbank08p
055440                       RESP(WS-RESP)                              dbank08p
055450     END-EXEC.                                                    dbank08p
055460     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank08p
055470        GO TO COUNT-EXISTING-OWNERS-EXIT                          dbank08p
055480     END-IF.                                                      dbank08p
055490 COUNT-EXISTING-OWNERS-LOOP.                                      dbank08p
055500     EXEC CICS READNEXT FILE('BNKBOWN')                           dbank08p
055510                        INTO(WS-BNKBOWN-REC)                      dbank08p
055520                        LENGTH(LENGTH OF WS-BNKBOWN-REC)          dbank08p
055530                        RIDFLD(WS-BNKBOWN-RID)                    dbank08p
055540                        RESP(WS-RESP)                             dbank08p
055550     END-EXEC.                                                    dbank08p
055560     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                dbank08p
055570        BO-REC-BUS-PID IS NOT EQUAL TO WS-OWN-BUS-PID             dbank08p
055580        GO TO COUNT-EXISTING-OWNERS-END                           dbank08p
055590     END-IF.                                                      dbank08p
055600     ADD 1 TO WS-OWN-ON-FILE.                                     dbank08p
055610     MOVE BO-REC-SEQ TO WS-OWN-BASE-SEQ.                          dbank08p
055620     ADD BO-REC-PCT TO WS-OWN-PCT-TOTAL.                          dbank08p
055630     GO TO COUNT-EXISTING-OWNERS-LOOP.                            dbank08p
055640 COUNT-EXISTING-OWNERS-END.                                       dbank08p
055650     EXEC CICS ENDBR FILE('BNKBOWN')                              dbank08p
055660     END-EXEC.                                                    dbank08p
055670 COUNT-EXISTING-OWNERS-EXIT.                                      dbank08p
055680     EXIT.                                                        dbank08p
055690 COPY CPERFP.                                                     dbank08p
055700 COPY CAUDCHP.                                                    dbank08p
055710                                                                  dbank08p
055720* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank08p
