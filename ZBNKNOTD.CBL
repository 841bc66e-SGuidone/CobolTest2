002000*              operations letter stream. Undeliverable entries   *zbnknotd
002100*              are retried across runs and land on the DEADRPT   *zbnknotd
002200*              dead-letter report once the retries are spent.    *zbnknotd
002210*              A loan repayment schedule notice is followed by   *zbnknotd
002220*              the loan's unpaid BNKLNSC instalments, one line   *zbnknotd
002230*              each, on the same channel.                        *zbnknotd
002300******************************************************************zbnknotd
002400 IDENTIFICATION DIVISION.                                         zbnknotd
002500 PROGRAM-ID.                                                      zbnknotd
004400            ACCESS MODE  IS RANDOM                                zbnknotd
004500            RECORD KEY   IS BCS-REC-PID                           zbnknotd
004600            FILE STATUS  IS WS-CUSTOMER-STATUS.                   zbnknotd
004610     SELECT LNSC-FILE                                             zbnknotd
004620            ASSIGN       TO BNKLNSC                               zbnknotd
004630            ORGANIZATION IS INDEXED                               zbnknotd
004640            ACCESS MODE  IS DYNAMIC                               zbnknotd
004650            RECORD KEY   IS LS-REC-KEY                            zbnknotd
004660            FILE STATUS  IS WS-LNSC-STATUS.                       zbnknotd
004700     SELECT NOTEML-FILE                                           zbnknotd
004800            ASSIGN       TO NOTEML                                zbnknotd
004900            ORGANIZATION IS SEQUENTIAL                            zbnknotd
007600 01  CUSTOMER-FILE-REC.                                           zbnknotd
007700 COPY CBANKVCS.                                                   zbnknotd
007800                                                                  zbnknotd
007810 FD  LNSC-FILE.                                                   zbnknotd
007820 01  LNSC-FILE-REC.                                               zbnknotd
007830 COPY CBANKVLS.                                                   zbnknotd
007840                                                                  zbnknotd
007900 FD  NOTEML-FILE.                                                 zbnknotd
008000 01  NOTEML-REC.                                                  zbnknotd
008100   05  EML-EMAIL                           PIC X(30).             zbnknotd
010600   05  WS-CUSTOMER-STATUS.                                        zbnknotd
010700     10  WS-CUSTOMER-STAT1             PIC X(1).                  zbnknotd
010800     10  WS-CUSTOMER-STAT2             PIC X(1).                  zbnknotd
010810   05  WS-LNSC-STATUS.                                            zbnknotd
010820     10  WS-LNSC-STAT1                 PIC X(1).                  zbnknotd
010830     10  WS-LNSC-STAT2                 PIC X(1).                  zbnknotd
010900   05  WS-NOTEML-STATUS.                                          zbnknotd
011000     10  WS-NOTEML-STAT1               PIC X(1).                  zbnknotd
011100     10  WS-NOTEML-STAT2               PIC X(1).                  zbnknotd
015100 01  WS-DEAD-COUNT                         PIC 9(5) VALUE ZERO.   zbnknotd
015200                                                                  zbnknotd
015300 01  WS-END-OF-NOTQ                        PIC X(3) VALUE 'NO '.  zbnknotd
015302                                                                  zbnknotd
015304******************************************************************zbnknotd
015306* One printed line of a loan repayment schedule, sized to the    *zbnknotd
015308* 60-byte text of the email and letter records. An instalment    *zbnknotd
015310* already in arrears is flagged 'A' in the last column.          *zbnknotd
015312******************************************************************zbnknotd
015314 01  WS-SCHED-CHANNEL                      PIC X(1).              zbnknotd
015316 01  WS-END-OF-LNSC                        PIC X(3).              zbnknotd
015318 01  WS-SCHED-DATE                         PIC 9(8).              zbnknotd
015320 01  WS-SCHED-DATE-PARTS REDEFINES WS-SCHED-DATE.                 zbnknotd
015322     05  WS-SCHED-CCYY                     PIC 9(4).              zbnknotd
015324     05  WS-SCHED-MM                       PIC 9(2).              zbnknotd
015326     05  WS-SCHED-DD                       PIC 9(2).              zbnknotd
015328 01  WS-SCHED-LINE.                                               zbnknotd
015330     05  WS-SCH-INST-NO                    PIC ZZ9.               zbnknotd
015332     05  FILLER                            PIC X(1).              zbnknotd
015334     05  WS-SCH-DUE-DD                     PIC 9(2).              zbnknotd
015336     05  WS-SCH-DUE-SEP1                   PIC X(1).              zbnknotd
015338     05  WS-SCH-DUE-MM                     PIC 9(2).              zbnknotd
015340     05  WS-SCH-DUE-SEP2                   PIC X(1).              zbnknotd
015342     05  WS-SCH-DUE-CCYY                   PIC 9(4).              zbnknotd
015344     05  FILLER                            PIC X(1).              zbnknotd
015346     05  WS-SCH-PAYMENT                    PIC Z(6)9.99.          zbnknotd
015348     05  FILLER                            PIC X(1).              zbnknotd
015350     05  WS-SCH-INTEREST                   PIC Z(6)9.99.          zbnknotd
015352     05  FILLER                            PIC X(1).              zbnknotd
015354     05  WS-SCH-PRINCIPAL                  PIC Z(6)9.99.          zbnknotd
015356     05  FILLER                            PIC X(1).              zbnknotd
015358     05  WS-SCH-BALANCE                    PIC Z(6)9.99.          zbnknotd
015360     05  FILLER                            PIC X(1).              zbnknotd
015362     05  WS-SCH-FLAG                       PIC X(1).              zbnknotd
015364 01  WS-SCHED-HEADING                      PIC X(60) VALUE        zbnknotd
015366     ' No Due date      Payment   Interest  Principal    Balance'.zbnknotd
015400                                                                  zbnknotd
015500******************************************************************zbnknotd
015600* This job needs no run-time parameter, so unlike ZBNKSPLT and   *zbnknotd
016800                                                                  zbnknotd
016900     PERFORM NOTQ-OPEN.                                           zbnknotd
017000     PERFORM CUSTOMER-OPEN.                                       zbnknotd
017010     PERFORM LNSC-OPEN.                                           zbnknotd
017100     PERFORM NOTEML-OPEN.                                         zbnknotd
017200     PERFORM NOTLTR-OPEN.                                         zbnknotd
017300     PERFORM DEADRPT-OPEN.                                        zbnknotd
017600                                                                  zbnknotd
017700     PERFORM NOTQ-CLOSE.                                          zbnknotd
017800     PERFORM CUSTOMER-CLOSE.                                      zbnknotd
017810     PERFORM LNSC-CLOSE.                                          zbnknotd
017900     PERFORM NOTEML-CLOSE.                                        zbnknotd
018000     PERFORM NOTLTR-CLOSE.                                        zbnknotd
018100     PERFORM DEADRPT-CLOSE.                                       zbnknotd
031500        PERFORM DISPLAY-IO-STATUS                                 zbnknotd
031600        PERFORM ABORT-PROGRAM                                     zbnknotd
031700     END-IF.                                                      zbnknotd
031710     IF NQ-REC-EVENT-LOAN-SCHEDULE                                zbnknotd
031720        MOVE 'E' TO WS-SCHED-CHANNEL                              zbnknotd
031730        PERFORM LIST-LOAN-SCHEDULE                                zbnknotd
031740            THRU LIST-LOAN-SCHEDULE-EXIT                          zbnknotd
031750     END-IF.                                                      zbnknotd
031800                                                                  zbnknotd
031900 ROUTE-TO-LETTER.                                                 zbnknotd
032000     MOVE SPACES TO NOTLTR-REC.                                   zbnknotd
033600        PERFORM DISPLAY-IO-STATUS                                 zbnknotd
033700        PERFORM ABORT-PROGRAM                                     zbnknotd
033800     END-IF.                                                      zbnknotd
033810     IF NQ-REC-EVENT-LOAN-SCHEDULE                                zbnknotd
033820        MOVE 'L' TO WS-SCHED-CHANNEL                              zbnknotd
033830        PERFORM LIST-LOAN-SCHEDULE                                zbnknotd
033840            THRU LIST-LOAN-SCHEDULE-EXIT                          zbnknotd
033850     END-IF.                                                      zbnknotd
033900                                                                  zbnknotd
034000 ROUTE-TO-OPERATIONS.                                             zbnknotd
034100     MOVE SPACES TO NOTLTR-REC.                                   zbnknotd
035600        PERFORM DISPLAY-IO-STATUS                                 zbnknotd
035700        PERFORM ABORT-PROGRAM                                     zbnknotd
035800     END-IF.                                                      zbnknotd
035801                                                                  zbnknotd
035802******************************************************************zbnknotd
035803* Print a loan's repayment schedule under its notice - a heading *zbnknotd
035804* line then every instalment not yet paid, in instalment order,  *zbnknotd
035805* on the channel the notice itself went by.                      *zbnknotd
035806******************************************************************zbnknotd
035807 LIST-LOAN-SCHEDULE.                                              zbnknotd
035808     MOVE NQ-REC-PID TO LS-REC-CONTACT-ID.                        zbnknotd
035809     MOVE NQ-REC-LOAN-TASKN TO LS-REC-TASKN.                      zbnknotd
035810     MOVE ZERO TO LS-REC-INST-NO.                                 zbnknotd
035811     START LNSC-FILE KEY IS NOT LESS THAN LS-REC-KEY.             zbnknotd
035812     IF WS-LNSC-STATUS NOT = '00'                                 zbnknotd
035813        GO TO LIST-LOAN-SCHEDULE-EXIT                             zbnknotd
035814     END-IF.                                                      zbnknotd
035815     MOVE WS-SCHED-HEADING TO WS-SCHED-LINE.                      zbnknotd
035816     PERFORM SCHEDULE-LINE-OUT.                                   zbnknotd
035817     MOVE 'NO ' TO WS-END-OF-LNSC.                                zbnknotd
035818     PERFORM LIST-ONE-INSTALMENT                                  zbnknotd
035819         UNTIL WS-END-OF-LNSC = 'YES'.                            zbnknotd
035820 LIST-LOAN-SCHEDULE-EXIT.                                         zbnknotd
035821     EXIT.                                                        zbnknotd
035822                                                                  zbnknotd
035823 LIST-ONE-INSTALMENT.                                             zbnknotd
035824     READ LNSC-FILE NEXT RECORD.                                  zbnknotd
035825     IF WS-LNSC-STATUS NOT = '00'                                 zbnknotd
035826        MOVE 'YES' TO WS-END-OF-LNSC                              zbnknotd
035827     ELSE                                                         zbnknotd
035828        IF LS-REC-CONTACT-ID NOT = NQ-REC-PID OR                  zbnknotd
035829           LS-REC-TASKN NOT = NQ-REC-LOAN-TASKN                   zbnknotd
035830           MOVE 'YES' TO WS-END-OF-LNSC                           zbnknotd
035831        ELSE                                                      zbnknotd
035832           IF LS-REC-UNPAID                                       zbnknotd
035833              PERFORM FORMAT-SCHEDULE-LINE                        zbnknotd
035834              PERFORM SCHEDULE-LINE-OUT                           zbnknotd
035835           END-IF                                                 zbnknotd
035836        END-IF                                                    zbnknotd
035837     END-IF.                                                      zbnknotd
035838                                                                  zbnknotd
035839 FORMAT-SCHEDULE-LINE.                                            zbnknotd
035840     MOVE SPACES TO WS-SCHED-LINE.                                zbnknotd
035841     MOVE LS-REC-INST-NO TO WS-SCH-INST-NO.                       zbnknotd
035842     MOVE LS-REC-DUE-DTE TO WS-SCHED-DATE.                        zbnknotd
035843     MOVE WS-SCHED-DD TO WS-SCH-DUE-DD.                           zbnknotd
035844     MOVE '/' TO WS-SCH-DUE-SEP1.                                 zbnknotd
035845     MOVE WS-SCHED-MM TO WS-SCH-DUE-MM.                           zbnknotd
035846     MOVE '/' TO WS-SCH-DUE-SEP2.                                 zbnknotd
035847     MOVE WS-SCHED-CCYY TO WS-SCH-DUE-CCYY.                       zbnknotd
035848     MOVE LS-REC-PAYMENT TO WS-SCH-PAYMENT.                       zbnknotd
035849     MOVE LS-REC-INTEREST TO WS-SCH-INTEREST.                     zbnknotd
035850     MOVE LS-REC-PRINCIPAL TO WS-SCH-PRINCIPAL.                   zbnknotd
035851     MOVE LS-REC-CLOSING-BAL TO WS-SCH-BALANCE.                   zbnknotd
035852     IF LS-REC-IN-ARREARS                                         zbnknotd
035853        MOVE 'A' TO WS-SCH-FLAG                                   zbnknotd
035854     END-IF.                                                      zbnknotd
035855                                                                  zbnknotd
035856 SCHEDULE-LINE-OUT.                                               zbnknotd
035857     IF WS-SCHED-CHANNEL = 'E'                                    zbnknotd
035858        MOVE SPACES TO NOTEML-REC                                 zbnknotd
035859        MOVE BCS-REC-EMAIL TO EML-EMAIL                           zbnknotd
035860        MOVE BCS-REC-LANG TO EML-LANG                             zbnknotd
035861        MOVE NQ-REC-EVENT TO EML-EVENT                            zbnknotd
035862        MOVE WS-SCHED-LINE TO EML-TEXT                            zbnknotd
035863        WRITE NOTEML-REC                                          zbnknotd
035864        MOVE WS-NOTEML-STATUS TO WS-IO-STATUS                     zbnknotd
035865     ELSE                                                         zbnknotd
035866        MOVE SPACES TO NOTLTR-REC                                 zbnknotd
035867        MOVE BCS-REC-NAME TO LTR-NAME                             zbnknotd
035868        MOVE BCS-REC-ADDR1 TO LTR-ADDR1                           zbnknotd
035869        MOVE BCS-REC-ADDR2 TO LTR-ADDR2                           zbnknotd
035870        MOVE BCS-REC-LANG TO LTR-LANG                             zbnknotd
035871        MOVE NQ-REC-EVENT TO LTR-EVENT                            zbnknotd
035872        MOVE WS-SCHED-LINE TO LTR-TEXT                            zbnknotd
035873        WRITE NOTLTR-REC                                          zbnknotd
035874        MOVE WS-NOTLTR-STATUS TO WS-IO-STATUS                     zbnknotd
035875     END-IF.                                                      zbnknotd
035876     IF WS-IO-STATUS NOT = '00'                                   zbnknotd
035877        MOVE 'Error writing loan schedule line ...'               zbnknotd
035878          TO WS-CONSOLE-MESSAGE                                   zbnknotd
035879        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnknotd
035880        PERFORM DISPLAY-IO-STATUS                                 zbnknotd
035881        PERFORM ABORT-PROGRAM                                     zbnknotd
035882     END-IF.                                                      zbnknotd
035883     IF WS-SCHED-CHANNEL = 'E'                                    zbnknotd
035884        ADD 1 TO WS-EMAIL-COUNT                                   zbnknotd
035885     ELSE                                                         zbnknotd
035886        ADD 1 TO WS-LETTER-COUNT                                  zbnknotd
035887     END-IF.                                                      zbnknotd
035900                                                                  zbnknotd
036000******************************************************************zbnknotd
036100* Open/read/rewrite/close the queue and the output files.        *zbnknotd
043000        PERFORM DISPLAY-IO-STATUS                                 zbnknotd
043100        PERFORM ABORT-PROGRAM                                     zbnknotd
043200     END-IF.                                                      zbnknotd
043204                                                                  zbnknotd
043208 LNSC-OPEN.                                                       zbnknotd
043212     OPEN INPUT LNSC-FILE.                                        zbnknotd
043216     IF WS-LNSC-STATUS NOT = '00'                                 zbnknotd
043220        MOVE 'LNSC file open failure...' TO WS-CONSOLE-MESSAGE    zbnknotd
043224        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnknotd
043228        MOVE WS-LNSC-STATUS TO WS-IO-STATUS                       zbnknotd
043232        PERFORM DISPLAY-IO-STATUS                                 zbnknotd
043236        PERFORM ABORT-PROGRAM                                     zbnknotd
043240     END-IF.                                                      zbnknotd
043244                                                                  zbnknotd
043248 LNSC-CLOSE.                                                      zbnknotd
043252     CLOSE LNSC-FILE.                                             zbnknotd
043256     IF WS-LNSC-STATUS NOT = '00'                                 zbnknotd
043260        MOVE 'LNSC file close failure...' TO WS-CONSOLE-MESSAGE   zbnknotd
043264        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnknotd
043268        MOVE WS-LNSC-STATUS TO WS-IO-STATUS                       zbnknotd
043272        PERFORM DISPLAY-IO-STATUS                                 zbnknotd
043276        PERFORM ABORT-PROGRAM                                     zbnknotd
043280     END-IF.                                                      zbnknotd
043300                                                                  zbnknotd
043400 NOTEML-OPEN.                                                     zbnknotd
043500     OPEN OUTPUT NOTEML-FILE.                                     zbnknotd
047400     PERFORM REGISTER-NOTLTR-FILE.                                zbnknotd
047500                                                                  zbnknotd
047600******************************************************************zbnknotd
047700* Log the despatch files on the outbound transmission register  * zbnknotd
047800* so the end-of-window monitor can chase an unconfirmed pick-up.* zbnknotd
047900* Notifications carry no money, so the amount logged is zero.   * zbnknotd
048000* A registration problem is reported but does not fail the run. * zbnknotd
048100******************************************************************zbnknotd
048200 REGISTER-NOTEML-FILE.                                            zbnknotd
048300     SET OCT-REGISTER TO TRUE.                                    zbnknotd
