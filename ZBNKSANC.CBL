002000*              settles, and every match is parked as a case on   *zbnksanc
002100*              the BNKCMPQ queue for the DBANK28P decision       *zbnksanc
002200*              screen. Nothing parked settles until decided.     *zbnksanc
002210*              The beneficial owners of business customers on    *zbnksanc
002220*              BNKBOWN are screened by name as well, a match     *zbnksanc
002230*              parked against the business's PID.                *zbnksanc
002300******************************************************************zbnksanc
002400 IDENTIFICATION DIVISION.                                         zbnksanc
002500 PROGRAM-ID.                                                      zbnksanc
004400            ACCESS MODE  IS SEQUENTIAL                            zbnksanc
004500            RECORD KEY   IS BCS-REC-PID                           zbnksanc
004600            FILE STATUS  IS WS-CUST-STATUS.                       zbnksanc
004610     SELECT BOWN-FILE                                             zbnksanc
004620            ASSIGN       TO BNKBOWN                               zbnksanc
004630            ORGANIZATION IS INDEXED                               zbnksanc
004640            ACCESS MODE  IS SEQUENTIAL                            zbnksanc
004650            RECORD KEY   IS BO-REC-KEY                            zbnksanc
004660            FILE STATUS  IS WS-BOWN-STATUS.                       zbnksanc
004700     SELECT EXTL-FILE                                             zbnksanc
004800            ASSIGN       TO BNKEXTL                               zbnksanc
004900            ORGANIZATION IS INDEXED                               zbnksanc
007800 01  CUST-FILE-REC.                                               zbnksanc
007900 COPY CBANKVCS.                                                   zbnksanc
008000                                                                  zbnksanc
008010 FD  BOWN-FILE.                                                   zbnksanc
008020 01  BOWN-FILE-REC.                                               zbnksanc
008030 COPY CBANKVBO.                                                   zbnksanc
008040                                                                  zbnksanc
008100 FD  EXTL-FILE.                                                   zbnksanc
008200 01  EXTL-FILE-REC.                                               zbnksanc
008300 COPY CBANKVXT.                                                   zbnksanc
010200   05  WS-CUST-STATUS.                                            zbnksanc
010300     10  WS-CUST-STAT1                  PIC X(1).                 zbnksanc
010400     10  WS-CUST-STAT2                  PIC X(1).                 zbnksanc
010410   05  WS-BOWN-STATUS.                                            zbnksanc
010420     10  WS-BOWN-STAT1                  PIC X(1).                 zbnksanc
010430     10  WS-BOWN-STAT2                  PIC X(1).                 zbnksanc
010500   05  WS-EXTL-STATUS.                                            zbnksanc
010600     10  WS-EXTL-STAT1                  PIC X(1).                 zbnksanc
010700     10  WS-EXTL-STAT2                  PIC X(1).                 zbnksanc
017500 01  WS-PAYMENTS-SCREENED                  PIC 9(5) VALUE ZERO.   zbnksanc
017600 01  WS-CUSTOMER-MATCHES                   PIC 9(5) VALUE ZERO.   zbnksanc
017700 01  WS-PAYMENTS-HELD                      PIC 9(5) VALUE ZERO.   zbnksanc
017710 01  WS-OWNERS-SCREENED                    PIC 9(5) VALUE ZERO.   zbnksanc
017720 01  WS-OWNER-MATCHES                      PIC 9(5) VALUE ZERO.   zbnksanc
017800                                                                  zbnksanc
017900 01  WS-END-OF-CUST                        PIC X(3) VALUE 'NO '.  zbnksanc
018000 01  WS-END-OF-EXTL                        PIC X(3) VALUE 'NO '.  zbnksanc
018010 01  WS-END-OF-BOWN                        PIC X(3) VALUE 'NO '.  zbnksanc
018100                                                                  zbnksanc
018200 PROCEDURE DIVISION.                                              zbnksanc
018300                                                                  zbnksanc
019300                                                                  zbnksanc
019400     PERFORM WATCH-OPEN.                                          zbnksanc
019500     PERFORM CUST-OPEN.                                           zbnksanc
019510     PERFORM BOWN-OPEN.                                           zbnksanc
019600     PERFORM EXTL-OPEN.                                           zbnksanc
019700     PERFORM CMPQ-OPEN.                                           zbnksanc
019800     PERFORM PRINTOUT-OPEN.                                       zbnksanc
020300     PERFORM SCREEN-ONE-CUSTOMER                                  zbnksanc
020400         THRU SCREEN-ONE-CUSTOMER-EXIT                            zbnksanc
020500             UNTIL WS-END-OF-CUST = 'YES'.                        zbnksanc
020510     PERFORM BOWN-GET.                                            zbnksanc
020520     PERFORM SCREEN-ONE-OWNER                                     zbnksanc
020530         THRU SCREEN-ONE-OWNER-EXIT                               zbnksanc
020540             UNTIL WS-END-OF-BOWN = 'YES'.                        zbnksanc
020600     PERFORM EXTL-GET.                                            zbnksanc
020700     PERFORM SCREEN-ONE-PAYMENT                                   zbnksanc
020800         THRU SCREEN-ONE-PAYMENT-EXIT                             zbnksanc
021000                                                                  zbnksanc
021100     PERFORM WATCH-CLOSE.                                         zbnksanc
021200     PERFORM CUST-CLOSE.                                          zbnksanc
021210     PERFORM BOWN-CLOSE.                                          zbnksanc
021300     PERFORM EXTL-CLOSE.                                          zbnksanc
021400     PERFORM CMPQ-CLOSE.                                          zbnksanc
021500     PERFORM PRINTOUT-CLOSE.                                      zbnksanc
028500 SCREEN-ONE-CUSTOMER.                                             zbnksanc
028600     ADD 1 TO WS-CUSTOMERS-SCREENED.                              zbnksanc
028700     MOVE BCS-REC-NAME TO WS-SCREEN-NAME.                         zbnksanc
028800     PERFORM SEARCH-WATCH-TABLE                                   zbnksanc
028850         THRU SEARCH-WATCH-TABLE-EXIT.                            zbnksanc
028900     IF WS-MATCH-FOUND IS EQUAL TO 'Y'                            zbnksanc
029000        ADD 1 TO WS-CUSTOMER-MATCHES                              zbnksanc
029100        PERFORM PARK-CUSTOMER-CASE                                zbnksanc
029400 SCREEN-ONE-CUSTOMER-EXIT.                                        zbnksanc
029500     EXIT.                                                        zbnksanc
029600                                                                  zbnksanc
029605******************************************************************zbnksanc
029610* SCREEN-ONE-OWNER                                               *zbnksanc
029615* Each beneficial owner of a business customer is screened by    *zbnksanc
029620* name the same way. A match is parked against the business -    *zbnksanc
029625* it is the business relationship compliance has to decide on.   *zbnksanc
029630******************************************************************zbnksanc
029635 SCREEN-ONE-OWNER.                                                zbnksanc
029640     ADD 1 TO WS-OWNERS-SCREENED.                                 zbnksanc
029645     MOVE BO-REC-NAME TO WS-SCREEN-NAME.                          zbnksanc
029650     PERFORM SEARCH-WATCH-TABLE                                   zbnksanc
029652         THRU SEARCH-WATCH-TABLE-EXIT.                            zbnksanc
029655     IF WS-MATCH-FOUND IS EQUAL TO 'Y'                            zbnksanc
029660        ADD 1 TO WS-OWNER-MATCHES                                 zbnksanc
029665        PERFORM PARK-OWNER-CASE                                   zbnksanc
029670     END-IF.                                                      zbnksanc
029675     PERFORM BOWN-GET.                                            zbnksanc
029680 SCREEN-ONE-OWNER-EXIT.                                           zbnksanc
029685     EXIT.                                                        zbnksanc
029690                                                                  zbnksanc
029700******************************************************************zbnksanc
029800* SCREEN-ONE-PAYMENT                                             *zbnksanc
029900* A queued transfer whose destination name matches the list is   *zbnksanc
031200     END-IF.                                                      zbnksanc
031300     ADD 1 TO WS-PAYMENTS-SCREENED.                               zbnksanc
031400     MOVE XT-REC-DEST-NAME TO WS-SCREEN-NAME.                     zbnksanc
031500     PERFORM SEARCH-WATCH-TABLE                                   zbnksanc
031550         THRU SEARCH-WATCH-TABLE-EXIT.                            zbnksanc
031600     IF WS-MATCH-FOUND IS EQUAL TO 'Y'                            zbnksanc
031700        SET XT-REC-COMPLIANCE-HOLD TO TRUE                        zbnksanc
031800        PERFORM EXTL-REWRITE                                      zbnksanc
034500     EXIT.                                                        zbnksanc
034600                                                                  zbnksanc
034700******************************************************************zbnksanc
034800* PARK-CUSTOMER-CASE / PARK-PAYMENT-CASE / PARK-OWNER-CASE       *zbnksanc
034900* One BNKCMPQ case per match, pending the compliance decision.   *zbnksanc
035000******************************************************************zbnksanc
035100 PARK-CUSTOMER-CASE.                                              zbnksanc
035500     MOVE SPACES TO CP-REC-FROM-ACCNO.                            zbnksanc
035600     MOVE ZERO TO CP-REC-TASKN.                                   zbnksanc
035700     MOVE BCS-REC-NAME TO CP-REC-MATCHED-NAME.                    zbnksanc
035710     MOVE ZERO TO CP-REC-OWNER-SEQ.                               zbnksanc
035800     PERFORM WRITE-CASE.                                          zbnksanc
035900     MOVE 'Customer' TO WS-DET-SOURCE.                            zbnksanc
036000     MOVE BCS-REC-PID TO WS-DET-REF.                              zbnksanc
037100     MOVE XT-REC-FROM-ACCNO TO CP-REC-FROM-ACCNO.                 zbnksanc
037200     MOVE XT-REC-TASKN TO CP-REC-TASKN.                           zbnksanc
037300     MOVE XT-REC-DEST-NAME TO CP-REC-MATCHED-NAME.                zbnksanc
037310     MOVE ZERO TO CP-REC-OWNER-SEQ.                               zbnksanc
037400     PERFORM WRITE-CASE.                                          zbnksanc
037500     MOVE 'Payment' TO WS-DET-SOURCE.                             zbnksanc
037600     MOVE SPACES TO WS-DET-REF.                                   zbnksanc
038300 PARK-PAYMENT-CASE-EXIT.                                          zbnksanc
038400     EXIT.                                                        zbnksanc
038500                                                                  zbnksanc
038504 PARK-OWNER-CASE.                                                 zbnksanc
038508     MOVE SPACES TO CMPQ-FILE-REC.                                zbnksanc
038512     SET CP-REC-SOURCE-OWNER TO TRUE.                             zbnksanc
038516     MOVE BO-REC-BUS-PID TO CP-REC-PID.                           zbnksanc
038520     MOVE SPACES TO CP-REC-FROM-ACCNO.                            zbnksanc
038524     MOVE ZERO TO CP-REC-TASKN.                                   zbnksanc
038528     MOVE BO-REC-NAME TO CP-REC-MATCHED-NAME.                     zbnksanc
038532     MOVE BO-REC-SEQ TO CP-REC-OWNER-SEQ.                         zbnksanc
038536     PERFORM WRITE-CASE.                                          zbnksanc
038540     MOVE 'Owner' TO WS-DET-SOURCE.                               zbnksanc
038544     MOVE SPACES TO WS-DET-REF.                                   zbnksanc
038548     STRING BO-REC-BUS-PID DELIMITED BY SIZE                      zbnksanc
038552            '/' DELIMITED BY SIZE                                 zbnksanc
038556            BO-REC-SEQ DELIMITED BY SIZE                          zbnksanc
038560       INTO WS-DET-REF.                                           zbnksanc
038564     MOVE BO-REC-NAME TO WS-DET-NAME.                             zbnksanc
038568     MOVE 'Business parked' TO WS-DET-NOTE.                       zbnksanc
038572     PERFORM WRITE-DETAIL-LINE.                                   zbnksanc
038576 PARK-OWNER-CASE-EXIT.                                            zbnksanc
038580     EXIT.                                                        zbnksanc
038584                                                                  zbnksanc
038600 WRITE-CASE.                                                      zbnksanc
038700     MOVE WS-TODAY-DATE-N TO CP-REC-DATE.                         zbnksanc
038800     ADD 1 TO WS-CASE-SEQ.                                        zbnksanc
050900        PERFORM ABORT-PROGRAM                                     zbnksanc
051000     END-IF.                                                      zbnksanc
051100                                                                  zbnksanc
051102******************************************************************zbnksanc
051104* Open, access and close the BOWN file.                          *zbnksanc
051106******************************************************************zbnksanc
051108 BOWN-OPEN.                                                       zbnksanc
051110     OPEN INPUT BOWN-FILE.                                        zbnksanc
051112     IF WS-BOWN-STATUS = '00'                                     zbnksanc
051114        MOVE 'BOWN file opened OK' TO WS-CONSOLE-MESSAGE          zbnksanc
051116        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnksanc
051118     ELSE                                                         zbnksanc
051120        MOVE 'BOWN file open failure...' TO WS-CONSOLE-MESSAGE    zbnksanc
051122        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnksanc
051124        MOVE WS-BOWN-STATUS TO WS-IO-STATUS                       zbnksanc
051126        PERFORM DISPLAY-IO-STATUS                                 zbnksanc
051128        PERFORM ABORT-PROGRAM                                     zbnksanc
051130     END-IF.                                                      zbnksanc
051132                                                                  zbnksanc
051134 BOWN-GET.                                                        zbnksanc
051136     READ BOWN-FILE NEXT RECORD.                                  zbnksanc
051138     IF WS-BOWN-STATUS NOT = '00'                                 zbnksanc
051140        IF WS-BOWN-STATUS = '10'                                  zbnksanc
051142           MOVE 'YES' TO WS-END-OF-BOWN                           zbnksanc
051144        ELSE                                                      zbnksanc
051146           MOVE 'BOWN Error reading file ...'                     zbnksanc
051148             TO WS-CONSOLE-MESSAGE                                zbnksanc
051150           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnksanc
051152           MOVE WS-BOWN-STATUS TO WS-IO-STATUS                    zbnksanc
051154           PERFORM DISPLAY-IO-STATUS                              zbnksanc
051156           PERFORM ABORT-PROGRAM                                  zbnksanc
051158        END-IF                                                    zbnksanc
051160     END-IF.                                                      zbnksanc
051162                                                                  zbnksanc
051164 BOWN-CLOSE.                                                      zbnksanc
051166     CLOSE BOWN-FILE.                                             zbnksanc
051168     IF WS-BOWN-STATUS = '00'                                     zbnksanc
051170        MOVE 'BOWN file closed OK' TO WS-CONSOLE-MESSAGE          zbnksanc
051172        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnksanc
051174     ELSE                                                         zbnksanc
051176        MOVE 'BOWN file close failure...' TO WS-CONSOLE-MESSAGE   zbnksanc
051178        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnksanc
051180        MOVE WS-BOWN-STATUS TO WS-IO-STATUS                       zbnksanc
051182        PERFORM DISPLAY-IO-STATUS                                 zbnksanc
051184        PERFORM ABORT-PROGRAM                                     zbnksanc
051186     END-IF.                                                      zbnksanc
051188                                                                  zbnksanc
051200******************************************************************zbnksanc
051300* Open, access and close the EXTL file.                          *zbnksanc
051400******************************************************************zbnksanc
065000            WS-CUSTOMER-MATCHES DELIMITED BY SIZE                 zbnksanc
065100       INTO JOBSUM-REC.                                           zbnksanc
065200     PERFORM JOBSUM-PUT.                                          zbnksanc
065209     MOVE SPACES TO JOBSUM-REC.                                   zbnksanc
065218     STRING 'Beneficial owners screened:  ' DELIMITED BY SIZE     zbnksanc
065227            WS-OWNERS-SCREENED DELIMITED BY SIZE                  zbnksanc
065236       INTO JOBSUM-REC.                                           zbnksanc
065245     PERFORM JOBSUM-PUT.                                          zbnksanc
065254     MOVE SPACES TO JOBSUM-REC.                                   zbnksanc
065263     STRING 'Owner matches parked:        ' DELIMITED BY SIZE     zbnksanc
065272            WS-OWNER-MATCHES DELIMITED BY SIZE                    zbnksanc
065281       INTO JOBSUM-REC.                                           zbnksanc
065290     PERFORM JOBSUM-PUT.                                          zbnksanc
065300     MOVE SPACES TO JOBSUM-REC.                                   zbnksanc
065400     STRING 'Queued payments screened:    ' DELIMITED BY SIZE     zbnksanc
065500            WS-PAYMENTS-SCREENED DELIMITED BY SIZE                zbnksanc
