000100******************************************************************zbnkagec
000200*                                                               * zbnkagec
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * zbnkagec
000400*   This demonstration program is provided for use by users     * zbnkagec
000500*   of Micro Focus products and may be used, modified and       * zbnkagec
000600*   distributed as part of your application provided that       * zbnkagec
000700*   you properly acknowledge the copyright of Micro Focus       * zbnkagec
000800*   in this material.                                           * zbnkagec
000900*                                                               * zbnkagec
001000******************************************************************zbnkagec
001100                                                                  zbnkagec
001200******************************************************************zbnkagec
001300* ZBNKAGEC.CBL                                                   *zbnkagec
001400* Function:    Monthly age-related conversions, driven by the    *zbnkagec
001500*              date of birth DBANK08P records on BNKCUST. A      *zbnkagec
001600*              minor who has reached the age of majority has the *zbnkagec
001700*              minor flag and guardian link cleared and is told  *zbnkagec
001800*              through BNKNOTQ; each of the customer's junior    *zbnkagec
001900*              savers accounts then moves to the adult type the  *zbnkagec
002000*              BNKATYPE catalogue names for it, with its own     *zbnkagec
002100*              notice. A customer at the senior age with no fee  *zbnkagec
002200*              exemption is given the senior exemption that      *zbnkagec
002300*              ZBNKCHRG honours. Any overdraft limit found on a  *zbnkagec
002400*              minor's account is withdrawn. Every change is     *zbnkagec
002500*              listed on the report.                             *zbnkagec
002600******************************************************************zbnkagec
002700 IDENTIFICATION DIVISION.                                         zbnkagec
002800 PROGRAM-ID.                                                      zbnkagec
002900     ZBNKAGEC.                                                    zbnkagec
003000 DATE-WRITTEN.                                                    zbnkagec
003100     October 2026.                                                zbnkagec
003200 DATE-COMPILED.                                                   zbnkagec
003300     Today.                                                       zbnkagec
003400                                                                  zbnkagec
003500 ENVIRONMENT DIVISION.                                            zbnkagec
003600 INPUT-OUTPUT   SECTION.                                          zbnkagec
003700   FILE-CONTROL.                                                  zbnkagec
003800     SELECT CUST-FILE                                             zbnkagec
003900            ASSIGN       TO BNKCUST                               zbnkagec
004000            ORGANIZATION IS INDEXED                               zbnkagec
004100            ACCESS MODE  IS DYNAMIC                               zbnkagec
004200            RECORD KEY   IS BCS-REC-PID                           zbnkagec
004300            FILE STATUS  IS WS-CUST-STATUS.                       zbnkagec
004400     SELECT ACCOUNT-FILE                                          zbnkagec
004500            ASSIGN       TO BNKACCT                               zbnkagec
004600            ORGANIZATION IS INDEXED                               zbnkagec
004700            ACCESS MODE  IS SEQUENTIAL                            zbnkagec
004800            RECORD KEY   IS BAC-REC-ACCNO                         zbnkagec
004900            FILE STATUS  IS WS-ACCOUNT-STATUS.                    zbnkagec
005000     SELECT ATYPE-FILE                                            zbnkagec
005100            ASSIGN       TO BNKATYPE                              zbnkagec
005200            ORGANIZATION IS INDEXED                               zbnkagec
005300            ACCESS MODE  IS RANDOM                                zbnkagec
005400            RECORD KEY   IS BAT-REC-TYPE                          zbnkagec
005500            FILE STATUS  IS WS-ATYPE-STATUS.                      zbnkagec
005600     SELECT NOTQ-FILE                                             zbnkagec
005700            ASSIGN       TO BNKNOTQ                               zbnkagec
005800            ORGANIZATION IS INDEXED                               zbnkagec
005900            ACCESS MODE  IS RANDOM                                zbnkagec
006000            RECORD KEY   IS NQ-REC-KEY                            zbnkagec
006100            FILE STATUS  IS WS-NOTQ-STATUS.                       zbnkagec
006200     SELECT PRINTOUT-FILE                                         zbnkagec
006300            ASSIGN       TO PRINTOUT                              zbnkagec
006400            ORGANIZATION IS SEQUENTIAL                            zbnkagec
006500            ACCESS MODE  IS SEQUENTIAL                            zbnkagec
006600            FILE STATUS  IS WS-PRINTOUT-STATUS.                   zbnkagec
006700     SELECT JOBSUM-FILE                                           zbnkagec
006800            ASSIGN       TO JOBSUM                                zbnkagec
006900            ORGANIZATION IS SEQUENTIAL                            zbnkagec
007000            ACCESS MODE  IS SEQUENTIAL                            zbnkagec
007100            FILE STATUS  IS WS-JOBSUM-STATUS.                     zbnkagec
007200                                                                  zbnkagec
007300 DATA DIVISION.                                                   zbnkagec
007400 FILE SECTION.                                                    zbnkagec
007500                                                                  zbnkagec
007600 FD  CUST-FILE.                                                   zbnkagec
007700 01  CUST-FILE-REC.                                               zbnkagec
007800 COPY CBANKVCS.                                                   zbnkagec
007900                                                                  zbnkagec
008000 FD  ACCOUNT-FILE.                                                zbnkagec
008100 01  ACCOUNT-FILE-REC.                                            zbnkagec
008200 COPY CBANKVAC.                                                   zbnkagec
008300                                                                  zbnkagec
008400 FD  ATYPE-FILE.                                                  zbnkagec
008500 01  ATYPE-FILE-REC.                                              zbnkagec
008600 COPY CBANKVAT.                                                   zbnkagec
008700                                                                  zbnkagec
008800 FD  NOTQ-FILE.                                                   zbnkagec
008900 01  NOTQ-FILE-REC.                                               zbnkagec
009000 COPY CBANKVNQ.                                                   zbnkagec
009100                                                                  zbnkagec
009200 FD  PRINTOUT-FILE.                                               zbnkagec
009300 01  PRINTOUT-REC                      PIC X(121).                zbnkagec
009400                                                                  zbnkagec
009500 FD  JOBSUM-FILE.                                                 zbnkagec
009600 01  JOBSUM-REC                        PIC X(80).                 zbnkagec
009700                                                                  zbnkagec
009800 WORKING-STORAGE SECTION.                                         zbnkagec
009900 01  WS-RUN-CONTROL.                                              zbnkagec
010000 COPY CRUNCTLD.                                                   zbnkagec
010100 01  WS-FILE-STATUSES.                                            zbnkagec
010200   05  WS-CUST-STATUS.                                            zbnkagec
010300     10  WS-CUST-STAT1                  PIC X(1).                 zbnkagec
010400     10  WS-CUST-STAT2                  PIC X(1).                 zbnkagec
010500   05  WS-ACCOUNT-STATUS.                                         zbnkagec
010600     10  WS-ACCOUNT-STAT1               PIC X(1).                 zbnkagec
010700     10  WS-ACCOUNT-STAT2               PIC X(1).                 zbnkagec
010800   05  WS-ATYPE-STATUS.                                           zbnkagec
010900     10  WS-ATYPE-STAT1                 PIC X(1).                 zbnkagec
011000     10  WS-ATYPE-STAT2                 PIC X(1).                 zbnkagec
011100   05  WS-NOTQ-STATUS.                                            zbnkagec
011200     10  WS-NOTQ-STAT1                  PIC X(1).                 zbnkagec
011300     10  WS-NOTQ-STAT2                  PIC X(1).                 zbnkagec
011400   05  WS-PRINTOUT-STATUS.                                        zbnkagec
011500     10  WS-PRINTOUT-STAT1              PIC X(1).                 zbnkagec
011600     10  WS-PRINTOUT-STAT2              PIC X(1).                 zbnkagec
011700   05  WS-JOBSUM-STATUS.                                          zbnkagec
011800     10  WS-JOBSUM-STAT1                PIC X(1).                 zbnkagec
011900     10  WS-JOBSUM-STAT2                PIC X(1).                 zbnkagec
012000   05  WS-IO-STATUS.                                              zbnkagec
012100     10  WS-IO-STAT1                   PIC X(1).                  zbnkagec
012200     10  WS-IO-STAT2                   PIC X(1).                  zbnkagec
012300                                                                  zbnkagec
012400   05  WS-TWO-BYTES.                                              zbnkagec
012500     10  WS-TWO-BYTES-LEFT             PIC X(1).                  zbnkagec
012600     10  WS-TWO-BYTES-RIGHT            PIC X(1).                  zbnkagec
012700   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 zbnkagec
012800                                      PIC 9(1) COMP.              zbnkagec
012900                                                                  zbnkagec
013000 01  WS-CONSOLE-MESSAGE                    PIC X(48).             zbnkagec
013100                                                                  zbnkagec
013200 01  WS-DATE-WORK-AREA.                                           zbnkagec
013300 COPY CDATED.                                                     zbnkagec
013400                                                                  zbnkagec
013500 01  WS-TODAY-DATE-N                       PIC 9(8).              zbnkagec
013600 01  WS-TODAY-DATE-PARTS REDEFINES WS-TODAY-DATE-N.               zbnkagec
013700     05  WS-TODAY-CCYY                     PIC 9(4).              zbnkagec
013800     05  WS-TODAY-MM                       PIC 9(2).              zbnkagec
013900     05  WS-TODAY-DD                       PIC 9(2).              zbnkagec
014000 01  WS-RUN-DATE-DISPLAY                   PIC X(11).             zbnkagec
014100 01  WS-RUN-TIME-8                         PIC 9(8).              zbnkagec
014200 01  WS-RUN-TIME                           PIC X(6).              zbnkagec
014300                                                                  zbnkagec
014400******************************************************************zbnkagec
014500* Age of majority and the age the senior fee exemption starts -  *zbnkagec
014600* the same two ages DBANK08P applies when date of birth is       *zbnkagec
014700* recorded. There is no user-facing way to change them.          *zbnkagec
014800******************************************************************zbnkagec
014900 01  WS-MAJORITY-AGE                       PIC 9(3) VALUE 18.     zbnkagec
015000 01  WS-SENIOR-AGE                         PIC 9(3) VALUE 65.     zbnkagec
015100                                                                  zbnkagec
015200 01  WS-AGE                                PIC S9(4) COMP.        zbnkagec
015300 01  WS-CUST-CHANGED                       PIC X(1).              zbnkagec
015400 01  WS-OLD-TYPE                           PIC X(1).              zbnkagec
015500 01  WS-NOTQ-SEQ                           PIC 9(5) VALUE ZERO.   zbnkagec
015600                                                                  zbnkagec
015700 01  WS-DETAIL-LINE.                                              zbnkagec
015800     05  WS-DET-PID                        PIC X(5).              zbnkagec
015900     05  FILLER                            PIC X(2) VALUE SPACES. zbnkagec
016000     05  WS-DET-NAME                       PIC X(25).             zbnkagec
016100     05  FILLER                            PIC X(2) VALUE SPACES. zbnkagec
016200     05  WS-DET-DOB                        PIC 9(8).              zbnkagec
016300     05  FILLER                            PIC X(2) VALUE SPACES. zbnkagec
016400     05  WS-DET-ACCNO                      PIC X(9).              zbnkagec
016500     05  FILLER                            PIC X(2) VALUE SPACES. zbnkagec
016600     05  WS-DET-NOTE                       PIC X(50).             zbnkagec
016700                                                                  zbnkagec
016800 01  WS-REPORT-LINE                        PIC X(121).            zbnkagec
016900                                                                  zbnkagec
017000******************************************************************zbnkagec
017100* Run counters, reported on the job summary at the end of the    *zbnkagec
017200* run.                                                           *zbnkagec
017300******************************************************************zbnkagec
017400 01  WS-CUSTOMERS-READ                     PIC 9(7) VALUE ZERO.   zbnkagec
017500 01  WS-NO-DOB                             PIC 9(7) VALUE ZERO.   zbnkagec
017600 01  WS-MAJORITY-REACHED                   PIC 9(5) VALUE ZERO.   zbnkagec
017700 01  WS-SENIORS-EXEMPTED                   PIC 9(5) VALUE ZERO.   zbnkagec
017800 01  WS-ACCOUNTS-CONVERTED                 PIC 9(5) VALUE ZERO.   zbnkagec
017900 01  WS-CONVERSIONS-FAILED                 PIC 9(5) VALUE ZERO.   zbnkagec
018000 01  WS-LIMITS-WITHDRAWN                   PIC 9(5) VALUE ZERO.   zbnkagec
018100 01  WS-NOTICES-SENT                       PIC 9(5) VALUE ZERO.   zbnkagec
018200                                                                  zbnkagec
018300 01  WS-END-OF-CUST                        PIC X(3) VALUE 'NO '.  zbnkagec
018400 01  WS-END-OF-ACCOUNT                     PIC X(3) VALUE 'NO '.  zbnkagec
018500                                                                  zbnkagec
018600 PROCEDURE DIVISION.                                              zbnkagec
018700                                                                  zbnkagec
018800     PERFORM RUN-CONTROL-START                                    zbnkagec
018900         THRU RUN-CONTROL-START-EXIT.                             zbnkagec
019000     PERFORM GET-RUN-DATE.                                        zbnkagec
019100                                                                  zbnkagec
019200     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           zbnkagec
019300     STRING 'Age conversion run for ' DELIMITED BY SIZE           zbnkagec
019400            WS-RUN-DATE-DISPLAY DELIMITED BY SIZE                 zbnkagec
019500       INTO WS-CONSOLE-MESSAGE.                                   zbnkagec
019600     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkagec
019700                                                                  zbnkagec
019800     PERFORM CUST-OPEN.                                           zbnkagec
019900     PERFORM NOTQ-OPEN.                                           zbnkagec
020000     PERFORM PRINTOUT-OPEN.                                       zbnkagec
020100     PERFORM WRITE-REPORT-HEADING.                                zbnkagec
020200                                                                  zbnkagec
020300     PERFORM CUST-GET.                                            zbnkagec
020400     PERFORM AGE-ONE-CUSTOMER                                     zbnkagec
020500         THRU AGE-ONE-CUSTOMER-EXIT                               zbnkagec
020600             UNTIL WS-END-OF-CUST = 'YES'.                        zbnkagec
020700                                                                  zbnkagec
020800     PERFORM ACCOUNT-OPEN.                                        zbnkagec
020900     PERFORM ATYPE-OPEN.                                          zbnkagec
021000     PERFORM ACCOUNT-GET.                                         zbnkagec
021100     PERFORM CHECK-ONE-ACCOUNT                                    zbnkagec
021200         THRU CHECK-ONE-ACCOUNT-EXIT                              zbnkagec
021300             UNTIL WS-END-OF-ACCOUNT = 'YES'.                     zbnkagec
021400     PERFORM ATYPE-CLOSE.                                         zbnkagec
021500     PERFORM ACCOUNT-CLOSE.                                       zbnkagec
021600                                                                  zbnkagec
021700     PERFORM CUST-CLOSE.                                          zbnkagec
021800     PERFORM NOTQ-CLOSE.                                          zbnkagec
021900     PERFORM PRINTOUT-CLOSE.                                      zbnkagec
022000                                                                  zbnkagec
022100     PERFORM PRINT-JOB-SUMMARY.                                   zbnkagec
022200                                                                  zbnkagec
022300     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     zbnkagec
022400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkagec
022500     IF WS-CONVERSIONS-FAILED IS GREATER THAN ZERO                zbnkagec
022600        MOVE 4 TO RETURN-CODE                                     zbnkagec
022700     ELSE                                                         zbnkagec
022800        MOVE 0 TO RETURN-CODE                                     zbnkagec
022900     END-IF.                                                      zbnkagec
023000     PERFORM RUN-CONTROL-END.                                     zbnkagec
023100     GOBACK.                                                      zbnkagec
023200                                                                  zbnkagec
023300******************************************************************zbnkagec
023400* GET-RUN-DATE                                                   *zbnkagec
023500* Obtains today's date, in both numeric and display form, and    *zbnkagec
023600* the current time.                                              *zbnkagec
023700******************************************************************zbnkagec
023800 GET-RUN-DATE.                                                    zbnkagec
023900     ACCEPT WS-TODAY-DATE-N FROM DATE YYYYMMDD.                   zbnkagec
024000     MOVE SPACES TO DD-INPUT-TYPE.                                zbnkagec
024100     SET DDI-ISO TO TRUE.                                         zbnkagec
024200     MOVE SPACES TO DDI-DATA.                                     zbnkagec
024300     STRING WS-TODAY-CCYY DELIMITED BY SIZE                       zbnkagec
024400            '-'           DELIMITED BY SIZE                       zbnkagec
024500            WS-TODAY-MM   DELIMITED BY SIZE                       zbnkagec
024600            '-'           DELIMITED BY SIZE                       zbnkagec
024700            WS-TODAY-DD   DELIMITED BY SIZE                       zbnkagec
024800       INTO DDI-DATA.                                             zbnkagec
024900     MOVE SPACES TO DD-OUTPUT-TYPE.                               zbnkagec
025000     SET DDO-DD-MMM-YYYY TO TRUE.                                 zbnkagec
025100     SET DD-ENV-NULL TO TRUE.                                     zbnkagec
025200     CALL 'UDATECNV' USING WS-DATE-WORK-AREA.                     zbnkagec
025300     MOVE DDO-DATA TO WS-RUN-DATE-DISPLAY.                        zbnkagec
025400     ACCEPT WS-RUN-TIME-8 FROM TIME.                              zbnkagec
025500     MOVE WS-RUN-TIME-8(1:6) TO WS-RUN-TIME.                      zbnkagec
025600 GET-RUN-DATE-EXIT.                                               zbnkagec
025700     EXIT.                                                        zbnkagec
025800                                                                  zbnkagec
025900******************************************************************zbnkagec
026000* AGE-ONE-CUSTOMER                                               *zbnkagec
026100* Works the customer currently in the buffer and advances the    *zbnkagec
026200* scan. A customer with no date of birth on file is counted and  *zbnkagec
026300* left alone. The age is taken from the difference of the two    *zbnkagec
026400* CCYYMMDD dates, whose whole ten-thousands are completed years. *zbnkagec
026500* A staff exemption is never replaced by the senior one, and     *zbnkagec
026600* no notice goes to a deceased customer.                         *zbnkagec
026700******************************************************************zbnkagec
026800 AGE-ONE-CUSTOMER.                                                zbnkagec
026900     ADD 1 TO WS-CUSTOMERS-READ.                                  zbnkagec
027000     IF BCS-REC-DOB IS NOT NUMERIC OR                             zbnkagec
027100        BCS-REC-DOB IS EQUAL TO ZERO                              zbnkagec
027200        ADD 1 TO WS-NO-DOB                                        zbnkagec
027300        GO TO AGE-ONE-CUSTOMER-NEXT                               zbnkagec
027400     END-IF.                                                      zbnkagec
027500     COMPUTE WS-AGE = (WS-TODAY-DATE-N - BCS-REC-DOB) / 10000.    zbnkagec
027600     MOVE 'N' TO WS-CUST-CHANGED.                                 zbnkagec
027700     MOVE SPACES TO WS-DET-ACCNO.                                 zbnkagec
027800     IF BCS-REC-IS-MINOR AND                                      zbnkagec
027900        WS-AGE IS NOT LESS THAN WS-MAJORITY-AGE                   zbnkagec
028000        MOVE SPACE TO BCS-REC-MINOR                               zbnkagec
028100        MOVE SPACES TO BCS-REC-GUARDIAN-PID                       zbnkagec
028200        MOVE 'Y' TO WS-CUST-CHANGED                               zbnkagec
028300        ADD 1 TO WS-MAJORITY-REACHED                              zbnkagec
028400        IF NOT BCS-REC-IS-DECEASED                                zbnkagec
028500           PERFORM QUEUE-MAJORITY-NOTICE                          zbnkagec
028600           MOVE 'Reached majority - notice queued' TO WS-DET-NOTE zbnkagec
028700        ELSE                                                      zbnkagec
028800           MOVE 'Reached majority - deceased, no notice'          zbnkagec
028900             TO WS-DET-NOTE                                       zbnkagec
029000        END-IF                                                    zbnkagec
029100        PERFORM WRITE-CUSTOMER-LINE                               zbnkagec
029200     END-IF.                                                      zbnkagec
029300     IF WS-AGE IS NOT LESS THAN WS-SENIOR-AGE AND                 zbnkagec
029400        BCS-REC-FEE-EXEMPT-NONE                                   zbnkagec
029500        SET BCS-REC-FEE-EXEMPT-SENIOR TO TRUE                     zbnkagec
029600        MOVE 'Y' TO WS-CUST-CHANGED                               zbnkagec
029700        ADD 1 TO WS-SENIORS-EXEMPTED                              zbnkagec
029800        MOVE 'Senior fee exemption set' TO WS-DET-NOTE            zbnkagec
029900        PERFORM WRITE-CUSTOMER-LINE                               zbnkagec
030000     END-IF.                                                      zbnkagec
030100     IF WS-CUST-CHANGED = 'Y'                                     zbnkagec
030200        PERFORM CUST-REWRITE                                      zbnkagec
030300     END-IF.                                                      zbnkagec
030400 AGE-ONE-CUSTOMER-NEXT.                                           zbnkagec
030500     PERFORM CUST-GET.                                            zbnkagec
030600 AGE-ONE-CUSTOMER-EXIT.                                           zbnkagec
030700     EXIT.                                                        zbnkagec
030800                                                                  zbnkagec
030900******************************************************************zbnkagec
031000* QUEUE-MAJORITY-NOTICE                                          *zbnkagec
031100* One notice to the customer who has come of age. ZBNKNOTD       *zbnkagec
031200* formats and routes it by the customer's delivery preferences.  *zbnkagec
031300******************************************************************zbnkagec
031400 QUEUE-MAJORITY-NOTICE.                                           zbnkagec
031500     MOVE SPACES TO NOTQ-FILE-REC.                                zbnkagec
031600     SET NQ-REC-EVENT-MAJORITY TO TRUE.                           zbnkagec
031700     MOVE BCS-REC-PID TO NQ-REC-PID.                              zbnkagec
031800     MOVE 'You have reached majority - accounts move to adult'    zbnkagec
031900       TO NQ-REC-TEXT.                                            zbnkagec
032000     PERFORM QUEUE-NOTIFICATION.                                  zbnkagec
032100 QUEUE-MAJORITY-NOTICE-EXIT.                                      zbnkagec
032200     EXIT.                                                        zbnkagec
032300                                                                  zbnkagec
032400******************************************************************zbnkagec
032500* CHECK-ONE-ACCOUNT                                              *zbnkagec
032600* Works the account currently in the buffer and advances the     *zbnkagec
032700* scan. The holder is read from BNKCUST as it now stands, after  *zbnkagec
032800* the customer pass: a minor's account must carry no overdraft,  *zbnkagec
032900* and a junior savers account whose holder is no longer a minor  *zbnkagec
033000* moves to its adult type. Closed accounts are passed over.      *zbnkagec
033100******************************************************************zbnkagec
033200 CHECK-ONE-ACCOUNT.                                               zbnkagec
033300     IF BAC-REC-CLOSED                                            zbnkagec
033400        GO TO CHECK-ONE-ACCOUNT-NEXT                              zbnkagec
033500     END-IF.                                                      zbnkagec
033600     MOVE BAC-REC-PID TO BCS-REC-PID.                             zbnkagec
033700     PERFORM CUST-READ.                                           zbnkagec
033800     IF WS-CUST-STATUS NOT = '00'                                 zbnkagec
033900        GO TO CHECK-ONE-ACCOUNT-NEXT                              zbnkagec
034000     END-IF.                                                      zbnkagec
034100     IF BCS-REC-IS-MINOR                                          zbnkagec
034200        IF BAC-REC-OVERDRAFT-LIMIT IS GREATER THAN ZERO           zbnkagec
034300           MOVE ZERO TO BAC-REC-OVERDRAFT-LIMIT                   zbnkagec
034400           PERFORM ACCOUNT-REWRITE                                zbnkagec
034500           ADD 1 TO WS-LIMITS-WITHDRAWN                           zbnkagec
034600           MOVE 'Minor - overdraft limit withdrawn' TO WS-DET-NOTEzbnkagec
034700           PERFORM WRITE-ACCOUNT-LINE                             zbnkagec
034800        END-IF                                                    zbnkagec
034900        GO TO CHECK-ONE-ACCOUNT-NEXT                              zbnkagec
035000     END-IF.                                                      zbnkagec
035100     MOVE BAC-REC-TYPE TO BAT-REC-TYPE.                           zbnkagec
035200     PERFORM ATYPE-READ.                                          zbnkagec
035300     IF WS-ATYPE-STATUS NOT = '00' OR                             zbnkagec
035400        BAT-REC-ADULT-TYPE IS EQUAL TO SPACE                      zbnkagec
035500        GO TO CHECK-ONE-ACCOUNT-NEXT                              zbnkagec
035600     END-IF.                                                      zbnkagec
035700     PERFORM CONVERT-JUNIOR-ACCOUNT                               zbnkagec
035800         THRU CONVERT-JUNIOR-ACCOUNT-EXIT.                        zbnkagec
035900 CHECK-ONE-ACCOUNT-NEXT.                                          zbnkagec
036000     PERFORM ACCOUNT-GET.                                         zbnkagec
036100 CHECK-ONE-ACCOUNT-EXIT.                                          zbnkagec
036200     EXIT.                                                        zbnkagec
036300                                                                  zbnkagec
036400******************************************************************zbnkagec
036500* CONVERT-JUNIOR-ACCOUNT                                         *zbnkagec
036600* Move the account to the adult type its junior type names. The  *zbnkagec
036700* adult type must itself be on the catalogue; if it is not the   *zbnkagec
036800* account is left as it is and reported for the product team,    *zbnkagec
036900* and the run ends with return code 4. The balance, overdraft    *zbnkagec
037000* and currency are untouched - the new type's rates and fees     *zbnkagec
037100* apply from the next accrual and charging runs.                 *zbnkagec
037200******************************************************************zbnkagec
037300 CONVERT-JUNIOR-ACCOUNT.                                          zbnkagec
037400     MOVE BAC-REC-TYPE TO WS-OLD-TYPE.                            zbnkagec
037500     MOVE BAT-REC-ADULT-TYPE TO BAT-REC-TYPE.                     zbnkagec
037600     PERFORM ATYPE-READ.                                          zbnkagec
037700     IF WS-ATYPE-STATUS NOT = '00'                                zbnkagec
037800        ADD 1 TO WS-CONVERSIONS-FAILED                            zbnkagec
037900        MOVE SPACES TO WS-DET-NOTE                                zbnkagec
038000        STRING 'Adult type ' DELIMITED BY SIZE                    zbnkagec
038100               BAT-REC-TYPE DELIMITED BY SIZE                     zbnkagec
038200               ' not on catalogue - not converted'                zbnkagec
038300                            DELIMITED BY SIZE                     zbnkagec
038400          INTO WS-DET-NOTE                                        zbnkagec
038500        PERFORM WRITE-ACCOUNT-LINE                                zbnkagec
038600        GO TO CONVERT-JUNIOR-ACCOUNT-EXIT                         zbnkagec
038700     END-IF.                                                      zbnkagec
038800     MOVE BAT-REC-TYPE TO BAC-REC-TYPE.                           zbnkagec
038900     PERFORM ACCOUNT-REWRITE.                                     zbnkagec
039000     ADD 1 TO WS-ACCOUNTS-CONVERTED.                              zbnkagec
039100     MOVE SPACES TO WS-DET-NOTE.                                  zbnkagec
039200     STRING 'Converted from type ' DELIMITED BY SIZE              zbnkagec
039300            WS-OLD-TYPE  DELIMITED BY SIZE                        zbnkagec
039400            ' to '       DELIMITED BY SIZE                        zbnkagec
039500            BAT-REC-TYPE DELIMITED BY SIZE                        zbnkagec
039600            ' '          DELIMITED BY SIZE                        zbnkagec
039700            BAT-REC-DESC DELIMITED BY SIZE                        zbnkagec
039800       INTO WS-DET-NOTE.                                          zbnkagec
039900     PERFORM WRITE-ACCOUNT-LINE.                                  zbnkagec
040000     IF BCS-REC-IS-DECEASED                                       zbnkagec
040100        GO TO CONVERT-JUNIOR-ACCOUNT-EXIT                         zbnkagec
040200     END-IF.                                                      zbnkagec
040300     MOVE SPACES TO NOTQ-FILE-REC.                                zbnkagec
040400     SET NQ-REC-EVENT-MAJORITY TO TRUE.                           zbnkagec
040500     MOVE BAC-REC-PID TO NQ-REC-PID.                              zbnkagec
040600     STRING 'Account '   DELIMITED BY SIZE                        zbnkagec
040700            BAC-REC-ACCNO DELIMITED BY SIZE                       zbnkagec
040800            ' is now a ' DELIMITED BY SIZE                        zbnkagec
040900            BAT-REC-DESC DELIMITED BY SIZE                        zbnkagec
041000            ' account'   DELIMITED BY SIZE                        zbnkagec
041100       INTO NQ-REC-TEXT.                                          zbnkagec
041200     PERFORM QUEUE-NOTIFICATION.                                  zbnkagec
041300 CONVERT-JUNIOR-ACCOUNT-EXIT.                                     zbnkagec
041400     EXIT.                                                        zbnkagec
041500                                                                  zbnkagec
041600******************************************************************zbnkagec
041700* Queue one customer notification. The event code, customer and  *zbnkagec
041800* text are set by the caller. A key collision bumps the sequence *zbnkagec
041900* and retries.                                                   *zbnkagec
042000******************************************************************zbnkagec
042100 QUEUE-NOTIFICATION.                                              zbnkagec
042200     MOVE WS-TODAY-DATE-N TO NQ-REC-DATE.                         zbnkagec
042300     MOVE WS-RUN-TIME TO NQ-REC-TIME.                             zbnkagec
042400     ADD 1 TO WS-NOTQ-SEQ.                                        zbnkagec
042500     MOVE WS-NOTQ-SEQ TO NQ-REC-SEQ.                              zbnkagec
042600     SET NQ-REC-QUEUED TO TRUE.                                   zbnkagec
042700     MOVE ZERO TO NQ-REC-RETRY.                                   zbnkagec
042800     PERFORM NOTQ-WRITE-STEP.                                     zbnkagec
042900     PERFORM NOTQ-WRITE-RETRY                                     zbnkagec
043000         UNTIL WS-NOTQ-STATUS NOT = '22'.                         zbnkagec
043100     IF WS-NOTQ-STATUS NOT = '00'                                 zbnkagec
043200        MOVE 'NOTQ Error writing file ...' TO WS-CONSOLE-MESSAGE  zbnkagec
043300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkagec
043400        MOVE WS-NOTQ-STATUS TO WS-IO-STATUS                       zbnkagec
043500        PERFORM DISPLAY-IO-STATUS                                 zbnkagec
043600        PERFORM ABORT-PROGRAM                                     zbnkagec
043700     END-IF.                                                      zbnkagec
043800     ADD 1 TO WS-NOTICES-SENT.                                    zbnkagec
043900                                                                  zbnkagec
044000 NOTQ-WRITE-STEP.                                                 zbnkagec
044100     WRITE NOTQ-FILE-REC.                                         zbnkagec
044200                                                                  zbnkagec
044300 NOTQ-WRITE-RETRY.                                                zbnkagec
044400     ADD 1 TO WS-NOTQ-SEQ.                                        zbnkagec
044500     MOVE WS-NOTQ-SEQ TO NQ-REC-SEQ.                              zbnkagec
044600     PERFORM NOTQ-WRITE-STEP.                                     zbnkagec
044700                                                                  zbnkagec
044800******************************************************************zbnkagec
044900* WRITE-REPORT-HEADING                                           *zbnkagec
045000* Writes the report title and column heading lines.              *zbnkagec
045100******************************************************************zbnkagec
045200 WRITE-REPORT-HEADING.                                            zbnkagec
045300     MOVE SPACES TO WS-REPORT-LINE.                               zbnkagec
045400     STRING 'Age Conversion Report - run date '                   zbnkagec
045500                                      DELIMITED BY SIZE           zbnkagec
045600            WS-RUN-DATE-DISPLAY       DELIMITED BY SIZE           zbnkagec
045700       INTO WS-REPORT-LINE.                                       zbnkagec
045800     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkagec
045900     PERFORM PRINTOUT-PUT.                                        zbnkagec
046000     MOVE SPACES TO PRINTOUT-REC.                                 zbnkagec
046100     PERFORM PRINTOUT-PUT.                                        zbnkagec
046200     MOVE SPACES TO WS-REPORT-LINE.                               zbnkagec
046210     STRING 'PID    Name                       ' DELIMITED BY SIZEzbnkagec
046220            'Born      Account    Note'          DELIMITED BY SIZEzbnkagec
046230       INTO WS-REPORT-LINE.                                       zbnkagec
046300     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkagec
046400     PERFORM PRINTOUT-PUT.                                        zbnkagec
046500                                                                  zbnkagec
046600******************************************************************zbnkagec
046700* WRITE-CUSTOMER-LINE / WRITE-ACCOUNT-LINE                       *zbnkagec
046800* One line per change; the note is set by the caller and the     *zbnkagec
046900* account column is blank for a change to the customer record.   *zbnkagec
047000******************************************************************zbnkagec
047100 WRITE-CUSTOMER-LINE.                                             zbnkagec
047200     MOVE SPACES TO WS-DET-ACCNO.                                 zbnkagec
047300     PERFORM WRITE-DETAIL-LINE.                                   zbnkagec
047400                                                                  zbnkagec
047500 WRITE-ACCOUNT-LINE.                                              zbnkagec
047600     MOVE BAC-REC-ACCNO TO WS-DET-ACCNO.                          zbnkagec
047700     PERFORM WRITE-DETAIL-LINE.                                   zbnkagec
047800                                                                  zbnkagec
047900 WRITE-DETAIL-LINE.                                               zbnkagec
048000     MOVE BCS-REC-PID TO WS-DET-PID.                              zbnkagec
048100     MOVE BCS-REC-NAME TO WS-DET-NAME.                            zbnkagec
048200     IF BCS-REC-DOB IS NUMERIC                                    zbnkagec
048300        MOVE BCS-REC-DOB TO WS-DET-DOB                            zbnkagec
048400     ELSE                                                         zbnkagec
048500        MOVE ZERO TO WS-DET-DOB                                   zbnkagec
048600     END-IF.                                                      zbnkagec
048700     MOVE WS-DETAIL-LINE TO PRINTOUT-REC.                         zbnkagec
048800     PERFORM PRINTOUT-PUT.                                        zbnkagec
048900                                                                  zbnkagec
049000******************************************************************zbnkagec
049100* Open, access and close the CUST file.                          *zbnkagec
049200******************************************************************zbnkagec
049300 CUST-OPEN.                                                       zbnkagec
049400     OPEN I-O CUST-FILE.                                          zbnkagec
049500     IF WS-CUST-STATUS = '00'                                     zbnkagec
049600        MOVE 'CUST file opened OK' TO WS-CONSOLE-MESSAGE          zbnkagec
049700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkagec
049800     ELSE                                                         zbnkagec
049900        MOVE 'CUST file open failure...' TO WS-CONSOLE-MESSAGE    zbnkagec
050000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkagec
050100        MOVE WS-CUST-STATUS TO WS-IO-STATUS                       zbnkagec
050200        PERFORM DISPLAY-IO-STATUS                                 zbnkagec
050300        PERFORM ABORT-PROGRAM                                     zbnkagec
050400     END-IF.                                                      zbnkagec
050500                                                                  zbnkagec
050600 CUST-GET.                                                        zbnkagec
050700     READ CUST-FILE NEXT RECORD.                                  zbnkagec
050800     IF WS-CUST-STATUS NOT = '00'                                 zbnkagec
050900        IF WS-CUST-STATUS = '10'                                  zbnkagec
051000           MOVE 'YES' TO WS-END-OF-CUST                           zbnkagec
051100        ELSE                                                      zbnkagec
051200           MOVE 'CUST Error reading file ...'                     zbnkagec
051300             TO WS-CONSOLE-MESSAGE                                zbnkagec
051400           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkagec
051500           MOVE WS-CUST-STATUS TO WS-IO-STATUS                    zbnkagec
051600           PERFORM DISPLAY-IO-STATUS                              zbnkagec
051700           PERFORM ABORT-PROGRAM                                  zbnkagec
051800        END-IF                                                    zbnkagec
051900     END-IF.                                                      zbnkagec
052000                                                                  zbnkagec
052100 CUST-READ.                                                       zbnkagec
052200     READ CUST-FILE.                                              zbnkagec
052300                                                                  zbnkagec
052400 CUST-REWRITE.                                                    zbnkagec
052500     REWRITE CUST-FILE-REC.                                       zbnkagec
052600     IF WS-CUST-STATUS NOT = '00'                                 zbnkagec
052700        MOVE 'CUST Error rewriting file ...'                      zbnkagec
052800          TO WS-CONSOLE-MESSAGE                                   zbnkagec
052900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkagec
053000        MOVE WS-CUST-STATUS TO WS-IO-STATUS                       zbnkagec
053100        PERFORM DISPLAY-IO-STATUS                                 zbnkagec
053200        PERFORM ABORT-PROGRAM                                     zbnkagec
053300     END-IF.                                                      zbnkagec
053400                                                                  zbnkagec
053500 CUST-CLOSE.                                                      zbnkagec
053600     CLOSE CUST-FILE.                                             zbnkagec
053700     IF WS-CUST-STATUS = '00'                                     zbnkagec
053800        MOVE 'CUST file closed OK' TO WS-CONSOLE-MESSAGE          zbnkagec
053900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkagec
054000     ELSE                                                         zbnkagec
054100        MOVE 'CUST file close failure...' TO WS-CONSOLE-MESSAGE   zbnkagec
054200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkagec
054300        MOVE WS-CUST-STATUS TO WS-IO-STATUS                       zbnkagec
054400        PERFORM DISPLAY-IO-STATUS                                 zbnkagec
054500        PERFORM ABORT-PROGRAM                                     zbnkagec
054600     END-IF.                                                      zbnkagec
054700                                                                  zbnkagec
054800******************************************************************zbnkagec
054900* Open, access and close the ACCOUNT file.                       *zbnkagec
055000******************************************************************zbnkagec
055100 ACCOUNT-OPEN.                                                    zbnkagec
055200     OPEN I-O ACCOUNT-FILE.                                       zbnkagec
055300     IF WS-ACCOUNT-STATUS = '00'                                  zbnkagec
055400        MOVE 'ACCOUNT file opened OK' TO WS-CONSOLE-MESSAGE       zbnkagec
055500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkagec
055600     ELSE                                                         zbnkagec
055700        MOVE 'ACCOUNT file open failure...' TO WS-CONSOLE-MESSAGE zbnkagec
055800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkagec
055900        MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                    zbnkagec
056000        PERFORM DISPLAY-IO-STATUS                                 zbnkagec
056100        PERFORM ABORT-PROGRAM                                     zbnkagec
056200     END-IF.                                                      zbnkagec
056300                                                                  zbnkagec
056400 ACCOUNT-GET.                                                     zbnkagec
056500     READ ACCOUNT-FILE NEXT RECORD.                               zbnkagec
056600     IF WS-ACCOUNT-STATUS NOT = '00'                              zbnkagec
056700        IF WS-ACCOUNT-STATUS = '10'                               zbnkagec
056800           MOVE 'YES' TO WS-END-OF-ACCOUNT                        zbnkagec
056900        ELSE                                                      zbnkagec
057000           MOVE 'ACCOUNT Error reading file ...'                  zbnkagec
057100             TO WS-CONSOLE-MESSAGE                                zbnkagec
057200           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkagec
057300           MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                 zbnkagec
057400           PERFORM DISPLAY-IO-STATUS                              zbnkagec
057500           PERFORM ABORT-PROGRAM                                  zbnkagec
057600        END-IF                                                    zbnkagec
057700     END-IF.                                                      zbnkagec
057800                                                                  zbnkagec
057900 ACCOUNT-REWRITE.                                                 zbnkagec
058000     REWRITE ACCOUNT-FILE-REC.                                    zbnkagec
058100     IF WS-ACCOUNT-STATUS NOT = '00'                              zbnkagec
058200        MOVE 'ACCOUNT Error rewriting file ...'                   zbnkagec
058300          TO WS-CONSOLE-MESSAGE                                   zbnkagec
058400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkagec
058500        MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                    zbnkagec
058600        PERFORM DISPLAY-IO-STATUS                                 zbnkagec
058700        PERFORM ABORT-PROGRAM                                     zbnkagec
058800     END-IF.                                                      zbnkagec
058900                                                                  zbnkagec
059000 ACCOUNT-CLOSE.                                                   zbnkagec
059100     CLOSE ACCOUNT-FILE.                                          zbnkagec
059200     IF WS-ACCOUNT-STATUS = '00'                                  zbnkagec
059300        MOVE 'ACCOUNT file closed OK' TO WS-CONSOLE-MESSAGE       zbnkagec
059400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkagec
059500     ELSE                                                         zbnkagec
059600        MOVE 'ACCOUNT file close failure...'                      zbnkagec
059700          TO WS-CONSOLE-MESSAGE                                   zbnkagec
059800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkagec
059900        MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                    zbnkagec
060000        PERFORM DISPLAY-IO-STATUS                                 zbnkagec
060100        PERFORM ABORT-PROGRAM                                     zbnkagec
060200     END-IF.                                                      zbnkagec
060300                                                                  zbnkagec
060400******************************************************************zbnkagec
060500* Open, access and close the ATYPE file.                         *zbnkagec
060600******************************************************************zbnkagec
060700 ATYPE-OPEN.                                                      zbnkagec
060800     OPEN INPUT ATYPE-FILE.                                       zbnkagec
060900     IF WS-ATYPE-STATUS = '00'                                    zbnkagec
061000        MOVE 'ATYPE file opened OK' TO WS-CONSOLE-MESSAGE         zbnkagec
061100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkagec
061200     ELSE                                                         zbnkagec
061300        MOVE 'ATYPE file open failure...' TO WS-CONSOLE-MESSAGE   zbnkagec
061400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkagec
061500        MOVE WS-ATYPE-STATUS TO WS-IO-STATUS                      zbnkagec
061600        PERFORM DISPLAY-IO-STATUS                                 zbnkagec
061700        PERFORM ABORT-PROGRAM                                     zbnkagec
061800     END-IF.                                                      zbnkagec
061900                                                                  zbnkagec
062000 ATYPE-READ.                                                      zbnkagec
062100     READ ATYPE-FILE.                                             zbnkagec
062200                                                                  zbnkagec
062300 ATYPE-CLOSE.                                                     zbnkagec
062400     CLOSE ATYPE-FILE.                                            zbnkagec
062500     IF WS-ATYPE-STATUS = '00'                                    zbnkagec
062600        MOVE 'ATYPE file closed OK' TO WS-CONSOLE-MESSAGE         zbnkagec
062700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkagec
062800     ELSE                                                         zbnkagec
062900        MOVE 'ATYPE file close failure...' TO WS-CONSOLE-MESSAGE  zbnkagec
063000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkagec
063100        MOVE WS-ATYPE-STATUS TO WS-IO-STATUS                      zbnkagec
063200        PERFORM DISPLAY-IO-STATUS                                 zbnkagec
063300        PERFORM ABORT-PROGRAM                                     zbnkagec
063400     END-IF.                                                      zbnkagec
063500                                                                  zbnkagec
063600******************************************************************zbnkagec
063700* Open and close the NOTQ file.                                  *zbnkagec
063800******************************************************************zbnkagec
063900 NOTQ-OPEN.                                                       zbnkagec
064000     OPEN I-O NOTQ-FILE.                                          zbnkagec
064100     IF WS-NOTQ-STATUS = '00'                                     zbnkagec
064200        MOVE 'NOTQ file opened OK' TO WS-CONSOLE-MESSAGE          zbnkagec
064300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkagec
064400     ELSE                                                         zbnkagec
064500        MOVE 'NOTQ file open failure...' TO WS-CONSOLE-MESSAGE    zbnkagec
064600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkagec
064700        MOVE WS-NOTQ-STATUS TO WS-IO-STATUS                       zbnkagec
064800        PERFORM DISPLAY-IO-STATUS                                 zbnkagec
064900        PERFORM ABORT-PROGRAM                                     zbnkagec
065000     END-IF.                                                      zbnkagec
065100                                                                  zbnkagec
065200 NOTQ-CLOSE.                                                      zbnkagec
065300     CLOSE NOTQ-FILE.                                             zbnkagec
065400     IF WS-NOTQ-STATUS = '00'                                     zbnkagec
065500        MOVE 'NOTQ file closed OK' TO WS-CONSOLE-MESSAGE          zbnkagec
065600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkagec
065700     ELSE                                                         zbnkagec
065800        MOVE 'NOTQ file close failure...' TO WS-CONSOLE-MESSAGE   zbnkagec
065900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkagec
066000        MOVE WS-NOTQ-STATUS TO WS-IO-STATUS                       zbnkagec
066100        PERFORM DISPLAY-IO-STATUS                                 zbnkagec
066200        PERFORM ABORT-PROGRAM                                     zbnkagec
066300     END-IF.                                                      zbnkagec
066400                                                                  zbnkagec
066500******************************************************************zbnkagec
066600* Open, access and close the PRINTOUT file.                      *zbnkagec
066700******************************************************************zbnkagec
066800 PRINTOUT-OPEN.                                                   zbnkagec
066900     OPEN OUTPUT PRINTOUT-FILE.                                   zbnkagec
067000     IF WS-PRINTOUT-STATUS = '00'                                 zbnkagec
067100        MOVE 'PRINTOUT file opened OK' TO WS-CONSOLE-MESSAGE      zbnkagec
067200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkagec
067300     ELSE                                                         zbnkagec
067400        MOVE 'PRINTOUT file open failure...'                      zbnkagec
067500          TO WS-CONSOLE-MESSAGE                                   zbnkagec
067600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkagec
067700        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkagec
067800        PERFORM DISPLAY-IO-STATUS                                 zbnkagec
067900        PERFORM ABORT-PROGRAM                                     zbnkagec
068000     END-IF.                                                      zbnkagec
068100                                                                  zbnkagec
068200 PRINTOUT-PUT.                                                    zbnkagec
068300     WRITE PRINTOUT-REC.                                          zbnkagec
068400     IF WS-PRINTOUT-STATUS NOT = '00'                             zbnkagec
068500        MOVE 'PRINTOUT Error writing file ...'                    zbnkagec
068600          TO WS-CONSOLE-MESSAGE                                   zbnkagec
068700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkagec
068800        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkagec
068900        PERFORM DISPLAY-IO-STATUS                                 zbnkagec
069000        PERFORM ABORT-PROGRAM                                     zbnkagec
069100     END-IF.                                                      zbnkagec
069200                                                                  zbnkagec
069300 PRINTOUT-CLOSE.                                                  zbnkagec
069400     CLOSE PRINTOUT-FILE.                                         zbnkagec
069500     IF WS-PRINTOUT-STATUS = '00'                                 zbnkagec
069600        MOVE 'PRINTOUT file closed OK' TO WS-CONSOLE-MESSAGE      zbnkagec
069700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkagec
069800     ELSE                                                         zbnkagec
069900        MOVE 'PRINTOUT file close failure...'                     zbnkagec
070000          TO WS-CONSOLE-MESSAGE                                   zbnkagec
070100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkagec
070200        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkagec
070300        PERFORM DISPLAY-IO-STATUS                                 zbnkagec
070400        PERFORM ABORT-PROGRAM                                     zbnkagec
070500     END-IF.                                                      zbnkagec
070600                                                                  zbnkagec
070700******************************************************************zbnkagec
070800* Write a short end-of-job summary to the JOBSUM file, in the    *zbnkagec
070900* same style as the other batch jobs' summaries.                 *zbnkagec
071000******************************************************************zbnkagec
071100 PRINT-JOB-SUMMARY.                                               zbnkagec
071200     PERFORM JOBSUM-OPEN.                                         zbnkagec
071300     MOVE SPACES TO JOBSUM-REC.                                   zbnkagec
071400     STRING 'Customers read:              ' DELIMITED BY SIZE     zbnkagec
071500            WS-CUSTOMERS-READ DELIMITED BY SIZE                   zbnkagec
071600       INTO JOBSUM-REC.                                           zbnkagec
071700     PERFORM JOBSUM-PUT.                                          zbnkagec
071800     MOVE SPACES TO JOBSUM-REC.                                   zbnkagec
071900     STRING 'No date of birth:            ' DELIMITED BY SIZE     zbnkagec
072000            WS-NO-DOB DELIMITED BY SIZE                           zbnkagec
072100       INTO JOBSUM-REC.                                           zbnkagec
072200     PERFORM JOBSUM-PUT.                                          zbnkagec
072300     MOVE SPACES TO JOBSUM-REC.                                   zbnkagec
072400     STRING 'Reached majority:            ' DELIMITED BY SIZE     zbnkagec
072500            WS-MAJORITY-REACHED DELIMITED BY SIZE                 zbnkagec
072600       INTO JOBSUM-REC.                                           zbnkagec
072700     PERFORM JOBSUM-PUT.                                          zbnkagec
072800     MOVE SPACES TO JOBSUM-REC.                                   zbnkagec
072900     STRING 'Senior exemptions set:       ' DELIMITED BY SIZE     zbnkagec
073000            WS-SENIORS-EXEMPTED DELIMITED BY SIZE                 zbnkagec
073100       INTO JOBSUM-REC.                                           zbnkagec
073200     PERFORM JOBSUM-PUT.                                          zbnkagec
073300     MOVE SPACES TO JOBSUM-REC.                                   zbnkagec
073400     STRING 'Junior accounts converted:   ' DELIMITED BY SIZE     zbnkagec
073500            WS-ACCOUNTS-CONVERTED DELIMITED BY SIZE               zbnkagec
073600       INTO JOBSUM-REC.                                           zbnkagec
073700     PERFORM JOBSUM-PUT.                                          zbnkagec
073800     MOVE SPACES TO JOBSUM-REC.                                   zbnkagec
073900     STRING 'Conversions failed:          ' DELIMITED BY SIZE     zbnkagec
074000            WS-CONVERSIONS-FAILED DELIMITED BY SIZE               zbnkagec
074100       INTO JOBSUM-REC.                                           zbnkagec
074200     PERFORM JOBSUM-PUT.                                          zbnkagec
074300     MOVE SPACES TO JOBSUM-REC.                                   zbnkagec
074400     STRING 'Minor overdrafts withdrawn:  ' DELIMITED BY SIZE     zbnkagec
074500            WS-LIMITS-WITHDRAWN DELIMITED BY SIZE                 zbnkagec
074600       INTO JOBSUM-REC.                                           zbnkagec
074700     PERFORM JOBSUM-PUT.                                          zbnkagec
074800     MOVE SPACES TO JOBSUM-REC.                                   zbnkagec
074900     STRING 'Notices queued:              ' DELIMITED BY SIZE     zbnkagec
075000            WS-NOTICES-SENT DELIMITED BY SIZE                     zbnkagec
075100       INTO JOBSUM-REC.                                           zbnkagec
075200     PERFORM JOBSUM-PUT.                                          zbnkagec
075300     PERFORM JOBSUM-CLOSE.                                        zbnkagec
075400     MOVE 'Job summary written to JOBSUM'                         zbnkagec
075500       TO WS-CONSOLE-MESSAGE.                                     zbnkagec
075600     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkagec
075700                                                                  zbnkagec
075800 JOBSUM-OPEN.                                                     zbnkagec
075900     OPEN OUTPUT JOBSUM-FILE.                                     zbnkagec
076000     IF WS-JOBSUM-STATUS = '00'                                   zbnkagec
076100        MOVE 'JOBSUM file opened OK' TO WS-CONSOLE-MESSAGE        zbnkagec
076200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkagec
076300     ELSE                                                         zbnkagec
076400        MOVE 'JOBSUM file open failure...' TO WS-CONSOLE-MESSAGE  zbnkagec
076500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkagec
076600        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkagec
076700        PERFORM DISPLAY-IO-STATUS                                 zbnkagec
076800        PERFORM ABORT-PROGRAM                                     zbnkagec
076900     END-IF.                                                      zbnkagec
077000                                                                  zbnkagec
077100 JOBSUM-PUT.                                                      zbnkagec
077200     WRITE JOBSUM-REC.                                            zbnkagec
077300     IF WS-JOBSUM-STATUS NOT = '00'                               zbnkagec
077400        MOVE 'JOBSUM Error writing file ...' TO WS-CONSOLE-MESSAGEzbnkagec
077500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkagec
077600        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkagec
077700        PERFORM DISPLAY-IO-STATUS                                 zbnkagec
077800        PERFORM ABORT-PROGRAM                                     zbnkagec
077900     END-IF.                                                      zbnkagec
078000                                                                  zbnkagec
078100 JOBSUM-CLOSE.                                                    zbnkagec
078200     CLOSE JOBSUM-FILE.                                           zbnkagec
078300     IF WS-JOBSUM-STATUS = '00'                                   zbnkagec
078400        MOVE 'JOBSUM file closed OK' TO WS-CONSOLE-MESSAGE        zbnkagec
078500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkagec
078600     ELSE                                                         zbnkagec
078700        MOVE 'JOBSUM file close failure...' TO WS-CONSOLE-MESSAGE zbnkagec
078800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkagec
078900        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkagec
079000        PERFORM DISPLAY-IO-STATUS                                 zbnkagec
079100        PERFORM ABORT-PROGRAM                                     zbnkagec
079200     END-IF.                                                      zbnkagec
079300                                                                  zbnkagec
079400******************************************************************zbnkagec
079500* Run-control hooks. The START call blocks this job when it has  *zbnkagec
079600* already completed for the business date or a prerequisite has  *zbnkagec
079700* not, and records the start on BNKRUNC; the END call records    *zbnkagec
079800* the end time and return code. See URUNCTL.CBL.                 *zbnkagec
079900******************************************************************zbnkagec
080000 RUN-CONTROL-START.                                               zbnkagec
080100     SET RUNCTL-START TO TRUE.                                    zbnkagec
080200     MOVE 'ZBNKAGEC' TO RUNCTL-JOB.                               zbnkagec
080300     MOVE ZERO TO RUNCTL-BUSDATE.                                 zbnkagec
080400     MOVE ZERO TO RUNCTL-RETURN-CODE.                             zbnkagec
080500     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkagec
080600     IF RUNCTL-BLOCKED                                            zbnkagec
080700        MOVE RUNCTL-REPLY-TEXT TO WS-CONSOLE-MESSAGE              zbnkagec
080800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkagec
080900        MOVE 'Run control blocked this run' TO WS-CONSOLE-MESSAGE zbnkagec
081000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkagec
081100        MOVE 8 TO RETURN-CODE                                     zbnkagec
081200        GOBACK                                                    zbnkagec
081300     END-IF.                                                      zbnkagec
081400 RUN-CONTROL-START-EXIT.                                          zbnkagec
081500     EXIT.                                                        zbnkagec
081600                                                                  zbnkagec
081700 RUN-CONTROL-END.                                                 zbnkagec
081800     SET RUNCTL-END TO TRUE.                                      zbnkagec
081900     MOVE RETURN-CODE TO RUNCTL-RETURN-CODE.                      zbnkagec
082000     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkagec
082100                                                                  zbnkagec
082200******************************************************************zbnkagec
082300* Display the file status bytes                                  *zbnkagec
082400******************************************************************zbnkagec
082500 DISPLAY-IO-STATUS.                                               zbnkagec
082600     IF WS-IO-STATUS NUMERIC                                      zbnkagec
082700        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkagec
082800        STRING 'File status -' DELIMITED BY SIZE                  zbnkagec
082900               WS-IO-STATUS DELIMITED BY SIZE                     zbnkagec
083000          INTO WS-CONSOLE-MESSAGE                                 zbnkagec
083100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkagec
083200     ELSE                                                         zbnkagec
083300        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     zbnkagec
083400        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    zbnkagec
083500        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkagec
083600        STRING 'File status -' DELIMITED BY SIZE                  zbnkagec
083700               WS-IO-STAT1 DELIMITED BY SIZE                      zbnkagec
083800               '/' DELIMITED BY SIZE                              zbnkagec
083900               WS-TWO-BYTES DELIMITED BY SIZE                     zbnkagec
084000          INTO WS-CONSOLE-MESSAGE                                 zbnkagec
084100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkagec
084200     END-IF.                                                      zbnkagec
084300                                                                  zbnkagec
084400******************************************************************zbnkagec
084500* 'ABORT' the program. Post a message and issue a goback         *zbnkagec
084600******************************************************************zbnkagec
084700 ABORT-PROGRAM.                                                   zbnkagec
084800     IF WS-CONSOLE-MESSAGE NOT = SPACES                           zbnkagec
084900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkagec
085000     END-IF.                                                      zbnkagec
085100     MOVE 'Program is abending...' TO WS-CONSOLE-MESSAGE.         zbnkagec
085200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkagec
085300     MOVE 16 TO RETURN-CODE.                                      zbnkagec
085400     GOBACK.                                                      zbnkagec
085500                                                                  zbnkagec
085600******************************************************************zbnkagec
085700* Display CONSOLE messages...                                    *zbnkagec
085800******************************************************************zbnkagec
085900 DISPLAY-CONSOLE-MESSAGE.                                         zbnkagec
086000     DISPLAY 'ZBNKAGEC - ' WS-CONSOLE-MESSAGE                     zbnkagec
086100       UPON CONSOLE.                                              zbnkagec
086200     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       zbnkagec
086300                                                                  zbnkagec
086400* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     zbnkagec
