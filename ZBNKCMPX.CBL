000100******************************************************************zbnkcmpx
000200*                                                               * zbnkcmpx
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * zbnkcmpx
000400*   This demonstration program is provided for use by users     * zbnkcmpx
000500*   of Micro Focus products and may be used, modified and       * zbnkcmpx
000600*   distributed as part of your application provided that       * zbnkcmpx
000700*   you properly acknowledge the copyright of Micro Focus       * zbnkcmpx
000800*   in this material.                                           * zbnkcmpx
000900*                                                               * zbnkcmpx
001000******************************************************************zbnkcmpx
001100                                                                  zbnkcmpx
001200******************************************************************zbnkcmpx
001300* ZBNKCMPX.CBL                                                   *zbnkcmpx
001400* Function:    Marketing campaign extract. Selects the customers *zbnkcmpx
001500*              holding a product (an account type, or any type)  *zbnkcmpx
001600*              at a home branch (or any branch) whose combined   *zbnkcmpx
001700*              balance on that product falls in a balance band,  *zbnkcmpx
001800*              and writes them to the CMPOUT file for the        *zbnkcmpx
001900*              campaign's channel - post, email, SMS or phone.   *zbnkcmpx
002000*              A customer is suppressed, and counted by reason,  *zbnkcmpx
002100*              when deceased, restricted pending KYC review, a   *zbnkcmpx
002200*              minor, without marketing consent for the channel  *zbnkcmpx
002300*              on BNKCUST, or not reachable on it - mail or      *zbnkcmpx
002400*              email marked undeliverable by ZBNKUNDL, or no     *zbnkcmpx
002500*              address, email or telephone number held. The      *zbnkcmpx
002600*              selection comes from the EXEC PARM:               *zbnkcmpx
002700*                 PARM='c,t,bbb,nnnnnnn,xxxxxxx'                 *zbnkcmpx
002800*              c   channel P post, E email, S SMS, T phone       *zbnkcmpx
002900*              t   account type, * for any                       *zbnkcmpx
003000*              bbb home branch, *** for any                      *zbnkcmpx
003100*              nnnnnnn lowest combined balance, whole units      *zbnkcmpx
003200*              xxxxxxx highest, zero or omitted for no limit     *zbnkcmpx
003300*              The file is registered with UOUTCTL for the       *zbnkcmpx
003400*              mailing house to collect.                         *zbnkcmpx
003500******************************************************************zbnkcmpx
003600 IDENTIFICATION DIVISION.                                         zbnkcmpx
003700 PROGRAM-ID.                                                      zbnkcmpx
003800     ZBNKCMPX.                                                    zbnkcmpx
003900 DATE-WRITTEN.                                                    zbnkcmpx
004000     October 2026.                                                zbnkcmpx
004100 DATE-COMPILED.                                                   zbnkcmpx
004200     Today.                                                       zbnkcmpx
004300                                                                  zbnkcmpx
004400 ENVIRONMENT DIVISION.                                            zbnkcmpx
004500 INPUT-OUTPUT   SECTION.                                          zbnkcmpx
004600   FILE-CONTROL.                                                  zbnkcmpx
004700     SELECT ACCOUNT-FILE                                          zbnkcmpx
004800            ASSIGN       TO BNKACCT                               zbnkcmpx
004900            ORGANIZATION IS INDEXED                               zbnkcmpx
005000            ACCESS MODE  IS SEQUENTIAL                            zbnkcmpx
005100            RECORD KEY   IS BAC-REC-ACCNO                         zbnkcmpx
005200            FILE STATUS  IS WS-ACCOUNT-STATUS.                    zbnkcmpx
005300     SELECT CUST-FILE                                             zbnkcmpx
005400            ASSIGN       TO BNKCUST                               zbnkcmpx
005500            ORGANIZATION IS INDEXED                               zbnkcmpx
005600            ACCESS MODE  IS SEQUENTIAL                            zbnkcmpx
005700            RECORD KEY   IS BCS-REC-PID                           zbnkcmpx
005800            FILE STATUS  IS WS-CUST-STATUS.                       zbnkcmpx
005900     SELECT CMPOUT-FILE                                           zbnkcmpx
006000            ASSIGN       TO CMPOUT                                zbnkcmpx
006100            ORGANIZATION IS SEQUENTIAL                            zbnkcmpx
006200            ACCESS MODE  IS SEQUENTIAL                            zbnkcmpx
006300            FILE STATUS  IS WS-CMPOUT-STATUS.                     zbnkcmpx
006400     SELECT PRINTOUT-FILE                                         zbnkcmpx
006500            ASSIGN       TO PRINTOUT                              zbnkcmpx
006600            ORGANIZATION IS SEQUENTIAL                            zbnkcmpx
006700            ACCESS MODE  IS SEQUENTIAL                            zbnkcmpx
006800            FILE STATUS  IS WS-PRINTOUT-STATUS.                   zbnkcmpx
006900     SELECT JOBSUM-FILE                                           zbnkcmpx
007000            ASSIGN       TO JOBSUM                                zbnkcmpx
007100            ORGANIZATION IS SEQUENTIAL                            zbnkcmpx
007200            ACCESS MODE  IS SEQUENTIAL                            zbnkcmpx
007300            FILE STATUS  IS WS-JOBSUM-STATUS.                     zbnkcmpx
007400                                                                  zbnkcmpx
007500 DATA DIVISION.                                                   zbnkcmpx
007600 FILE SECTION.                                                    zbnkcmpx
007700                                                                  zbnkcmpx
007800 FD  ACCOUNT-FILE.                                                zbnkcmpx
007900 01  ACCOUNT-FILE-REC.                                            zbnkcmpx
008000 COPY CBANKVAC.                                                   zbnkcmpx
008100                                                                  zbnkcmpx
008200 FD  CUST-FILE.                                                   zbnkcmpx
008300 01  CUST-FILE-REC.                                               zbnkcmpx
008400 COPY CBANKVCS.                                                   zbnkcmpx
008500                                                                  zbnkcmpx
008600 FD  CMPOUT-FILE.                                                 zbnkcmpx
008700 01  CMPOUT-REC                            PIC X(80).             zbnkcmpx
008800                                                                  zbnkcmpx
008900 FD  PRINTOUT-FILE.                                               zbnkcmpx
009000 01  PRINTOUT-REC                      PIC X(121).                zbnkcmpx
009100                                                                  zbnkcmpx
009200 FD  JOBSUM-FILE.                                                 zbnkcmpx
009300 01  JOBSUM-REC                        PIC X(80).                 zbnkcmpx
009400                                                                  zbnkcmpx
009500 WORKING-STORAGE SECTION.                                         zbnkcmpx
009600 01  WS-RUN-CONTROL.                                              zbnkcmpx
009700 COPY CRUNCTLD.                                                   zbnkcmpx
009800 01  WS-FILE-STATUSES.                                            zbnkcmpx
009900   05  WS-ACCOUNT-STATUS.                                         zbnkcmpx
010000     10  WS-ACCOUNT-STAT1               PIC X(1).                 zbnkcmpx
010100     10  WS-ACCOUNT-STAT2               PIC X(1).                 zbnkcmpx
010200   05  WS-CUST-STATUS.                                            zbnkcmpx
010300     10  WS-CUST-STAT1                  PIC X(1).                 zbnkcmpx
010400     10  WS-CUST-STAT2                  PIC X(1).                 zbnkcmpx
010500   05  WS-CMPOUT-STATUS.                                          zbnkcmpx
010600     10  WS-CMPOUT-STAT1                PIC X(1).                 zbnkcmpx
010700     10  WS-CMPOUT-STAT2                PIC X(1).                 zbnkcmpx
010800   05  WS-PRINTOUT-STATUS.                                        zbnkcmpx
010900     10  WS-PRINTOUT-STAT1              PIC X(1).                 zbnkcmpx
011000     10  WS-PRINTOUT-STAT2              PIC X(1).                 zbnkcmpx
011100   05  WS-JOBSUM-STATUS.                                          zbnkcmpx
011200     10  WS-JOBSUM-STAT1                PIC X(1).                 zbnkcmpx
011300     10  WS-JOBSUM-STAT2                PIC X(1).                 zbnkcmpx
011400   05  WS-IO-STATUS.                                              zbnkcmpx
011500     10  WS-IO-STAT1                   PIC X(1).                  zbnkcmpx
011600     10  WS-IO-STAT2                   PIC X(1).                  zbnkcmpx
011700                                                                  zbnkcmpx
011800   05  WS-TWO-BYTES.                                              zbnkcmpx
011900     10  WS-TWO-BYTES-LEFT             PIC X(1).                  zbnkcmpx
012000     10  WS-TWO-BYTES-RIGHT            PIC X(1).                  zbnkcmpx
012100   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 zbnkcmpx
012200                                      PIC 9(1) COMP.              zbnkcmpx
012300                                                                  zbnkcmpx
012400 01  WS-CONSOLE-MESSAGE                    PIC X(48).             zbnkcmpx
012500                                                                  zbnkcmpx
012600 01  WS-DATE-WORK-AREA.                                           zbnkcmpx
012700 COPY CDATED.                                                     zbnkcmpx
012800                                                                  zbnkcmpx
012900 01  WS-TODAY-DATE-N                       PIC 9(8).              zbnkcmpx
013000 01  WS-TODAY-DATE-PARTS REDEFINES WS-TODAY-DATE-N.               zbnkcmpx
013100     05  WS-TODAY-CCYY                     PIC 9(4).              zbnkcmpx
013200     05  WS-TODAY-MM                       PIC 9(2).              zbnkcmpx
013300     05  WS-TODAY-DD                       PIC 9(2).              zbnkcmpx
013400 01  WS-RUN-DATE-DISPLAY                   PIC X(11).             zbnkcmpx
013500 01  WS-RUN-TIME-8                         PIC 9(8).              zbnkcmpx
013600 01  WS-RUN-TIME                           PIC X(6).              zbnkcmpx
013700                                                                  zbnkcmpx
013800******************************************************************zbnkcmpx
013900* The selection as given on the EXEC PARM, and the balance band  *zbnkcmpx
014000* it sets.                                                       *zbnkcmpx
014100******************************************************************zbnkcmpx
014200 01  WS-CAMPAIGN-PARM.                                            zbnkcmpx
014300     05  WS-PARM-CHANNEL                   PIC X(1).              zbnkcmpx
014400         88  WS-CAMPAIGN-BY-POST           VALUE 'P'.             zbnkcmpx
014500         88  WS-CAMPAIGN-BY-EMAIL          VALUE 'E'.             zbnkcmpx
014600         88  WS-CAMPAIGN-BY-SMS            VALUE 'S'.             zbnkcmpx
014700         88  WS-CAMPAIGN-BY-PHONE          VALUE 'T'.             zbnkcmpx
014800         88  WS-CAMPAIGN-CHANNEL-VALID     VALUE 'P', 'E',        zbnkcmpx
014900                                                 'S', 'T'.        zbnkcmpx
015000     05  FILLER                            PIC X(1).              zbnkcmpx
015100     05  WS-PARM-PRODUCT                   PIC X(1).              zbnkcmpx
015200         88  WS-ANY-PRODUCT                VALUE '*', SPACE.      zbnkcmpx
015300     05  FILLER                            PIC X(1).              zbnkcmpx
015400     05  WS-PARM-BRANCH                    PIC X(3).              zbnkcmpx
015500         88  WS-ANY-BRANCH                 VALUE '***', SPACES.   zbnkcmpx
015600     05  FILLER                            PIC X(1).              zbnkcmpx
015700     05  WS-PARM-MIN-BAL-X                 PIC X(7).              zbnkcmpx
015800     05  WS-PARM-MIN-BAL-N REDEFINES WS-PARM-MIN-BAL-X            zbnkcmpx
015900                                           PIC 9(7).              zbnkcmpx
016000     05  FILLER                            PIC X(1).              zbnkcmpx
016100     05  WS-PARM-MAX-BAL-X                 PIC X(7).              zbnkcmpx
016200     05  WS-PARM-MAX-BAL-N REDEFINES WS-PARM-MAX-BAL-X            zbnkcmpx
016300                                           PIC 9(7).              zbnkcmpx
016400     05  FILLER                            PIC X(8).              zbnkcmpx
016500 01  WS-MIN-BALANCE                        PIC S9(11)V99 COMP-3.  zbnkcmpx
016600 01  WS-MAX-BALANCE                        PIC S9(11)V99 COMP-3.  zbnkcmpx
016700 01  WS-NO-MAX-BALANCE                     PIC X(1).              zbnkcmpx
016800                                                                  zbnkcmpx
016900******************************************************************zbnkcmpx
017000* Each customer holding the product, with the combined balance   *zbnkcmpx
017100* of their open accounts of it, gathered from BNKACCT before the *zbnkcmpx
017200* customer master is read.                                       *zbnkcmpx
017300******************************************************************zbnkcmpx
017400 01  WS-HOLDER-TABLE.                                             zbnkcmpx
017500   05  WS-HLD-COUNT                        PIC 9(4) VALUE ZERO.   zbnkcmpx
017600   05  WS-HLD-ENTRY OCCURS 5000 TIMES                             zbnkcmpx
017700       INDEXED BY HLD-IDX.                                        zbnkcmpx
017800     10  WS-HLD-PID                        PIC X(5).              zbnkcmpx
017900     10  WS-HLD-ACCOUNTS                   PIC 9(3) COMP.         zbnkcmpx
018000     10  WS-HLD-BALANCE                    PIC S9(11)V99 COMP-3.  zbnkcmpx
018100 01  WS-TALLY-PID                          PIC X(5).              zbnkcmpx
018200 01  WS-TALLY-FOUND                        PIC X(1).              zbnkcmpx
018300 01  WS-TABLE-OVERFLOWED                   PIC X(1) VALUE 'N'.    zbnkcmpx
018400 01  WS-SUPPRESS-REASON                    PIC X(1).              zbnkcmpx
018500     88  WS-NOT-SUPPRESSED                 VALUE SPACE.           zbnkcmpx
018600                                                                  zbnkcmpx
018700******************************************************************zbnkcmpx
018800* The campaign file - 80-byte records in the HDR1/TRL9 envelope  *zbnkcmpx
018900* the other outbound interfaces use. One CM record per selected  *zbnkcmpx
019000* customer carrying the contact point for the channel (email     *zbnkcmpx
019100* address, or telephone number for SMS and phone); a post        *zbnkcmpx
019200* campaign adds the CA record with the mailing address. Balances *zbnkcmpx
019300* are not sent. The trailer counts the customers selected.       *zbnkcmpx
019400******************************************************************zbnkcmpx
019500 01  WS-CMP-CUSTOMER.                                             zbnkcmpx
019600     05  WS-CCM-REC-TYPE                   PIC X(2) VALUE 'CM'.   zbnkcmpx
019700     05  WS-CCM-PID                        PIC X(5).              zbnkcmpx
019800     05  WS-CCM-NAME                       PIC X(25).             zbnkcmpx
019900     05  WS-CCM-CHANNEL                    PIC X(1).              zbnkcmpx
020000     05  WS-CCM-LANG                       PIC X(2).              zbnkcmpx
020100     05  WS-CCM-BRANCH                     PIC X(3).              zbnkcmpx
020200     05  WS-CCM-CONTACT                    PIC X(30).             zbnkcmpx
020300     05  FILLER                            PIC X(12) VALUE SPACES.zbnkcmpx
020400 01  WS-CMP-ADDRESS.                                              zbnkcmpx
020500     05  WS-CCA-REC-TYPE                   PIC X(2) VALUE 'CA'.   zbnkcmpx
020600     05  WS-CCA-PID                        PIC X(5).              zbnkcmpx
020700     05  WS-CCA-ADDR1                      PIC X(25).             zbnkcmpx
020800     05  WS-CCA-ADDR2                      PIC X(25).             zbnkcmpx
020900     05  WS-CCA-STATE                      PIC X(2).              zbnkcmpx
021000     05  WS-CCA-CNTRY                      PIC X(6).              zbnkcmpx
021100     05  WS-CCA-PSTCDE                     PIC X(6).              zbnkcmpx
021200     05  FILLER                            PIC X(9) VALUE SPACES. zbnkcmpx
021300 01  WS-CMP-HEADER.                                               zbnkcmpx
021400     05  FILLER                            PIC X(4) VALUE 'HDR1'. zbnkcmpx
021500     05  WS-CMH-INTERFACE                  PIC X(8)               zbnkcmpx
021600         VALUE 'CMPOUT  '.                                        zbnkcmpx
021700     05  WS-CMH-FILE-DATE                  PIC 9(8).              zbnkcmpx
021800     05  WS-CMH-SEQUENCE                   PIC 9(6) VALUE 1.      zbnkcmpx
021900     05  FILLER                            PIC X(54) VALUE SPACES.zbnkcmpx
022000 01  WS-CMP-TRAILER.                                              zbnkcmpx
022100     05  FILLER                            PIC X(4) VALUE 'TRL9'. zbnkcmpx
022200     05  WS-CMT-COUNT                      PIC 9(7).              zbnkcmpx
022300     05  WS-CMT-AMOUNT                     PIC 9(11)V99.          zbnkcmpx
022400     05  FILLER                            PIC X(56) VALUE SPACES.zbnkcmpx
022500                                                                  zbnkcmpx
022600 01  WS-OUTCTL-PARM.                                              zbnkcmpx
022700 COPY COUTCTLD.                                                   zbnkcmpx
022800                                                                  zbnkcmpx
022900 01  WS-REPORT-LINE                        PIC X(121).            zbnkcmpx
023000 01  WS-TOTAL-LINE.                                               zbnkcmpx
023100     05  WS-TOT-LABEL                      PIC X(40).             zbnkcmpx
023200     05  WS-TOT-COUNT                      PIC ZZZ,ZZ9.           zbnkcmpx
023300     05  FILLER                            PIC X(74) VALUE SPACES.zbnkcmpx
023400 01  WS-BAND-DISPLAY                       PIC Z,ZZZ,ZZ9.         zbnkcmpx
023500                                                                  zbnkcmpx
023600******************************************************************zbnkcmpx
023700* Run counters, reported on the job summary at the end of the    *zbnkcmpx
023800* run.                                                           *zbnkcmpx
023900******************************************************************zbnkcmpx
024000 01  WS-ACCOUNTS-READ                      PIC 9(7) VALUE ZERO.   zbnkcmpx
024100 01  WS-CUSTOMERS-READ                     PIC 9(7) VALUE ZERO.   zbnkcmpx
024200 01  WS-CUSTOMERS-MATCHED                  PIC 9(7) VALUE ZERO.   zbnkcmpx
024300 01  WS-CUSTOMERS-SELECTED                 PIC 9(7) VALUE ZERO.   zbnkcmpx
024400 01  WS-SUPPRESSED-DECEASED                PIC 9(7) VALUE ZERO.   zbnkcmpx
024500 01  WS-SUPPRESSED-KYC                     PIC 9(7) VALUE ZERO.   zbnkcmpx
024600 01  WS-SUPPRESSED-MINOR                   PIC 9(7) VALUE ZERO.   zbnkcmpx
024700 01  WS-SUPPRESSED-CONSENT                 PIC 9(7) VALUE ZERO.   zbnkcmpx
024800 01  WS-SUPPRESSED-UNDELIV                 PIC 9(7) VALUE ZERO.   zbnkcmpx
024900 01  WS-EXTRACT-RECORDS                    PIC 9(7) VALUE ZERO.   zbnkcmpx
025000                                                                  zbnkcmpx
025100 01  WS-END-OF-ACCOUNT                     PIC X(3) VALUE 'NO '.  zbnkcmpx
025200 01  WS-END-OF-CUST                        PIC X(3) VALUE 'NO '.  zbnkcmpx
025300                                                                  zbnkcmpx
025400 LINKAGE SECTION.                                                 zbnkcmpx
025500 01  LK-EXEC-PARM.                                                zbnkcmpx
025600   05  LK-EXEC-PARM-LL                     PIC S9(4) COMP.        zbnkcmpx
025700   05  LK-EXEC-PARM-DATA                   PIC X(32).             zbnkcmpx
025800                                                                  zbnkcmpx
025900 PROCEDURE DIVISION USING LK-EXEC-PARM.                           zbnkcmpx
026000                                                                  zbnkcmpx
026100     PERFORM RUN-CONTROL-START                                    zbnkcmpx
026200         THRU RUN-CONTROL-START-EXIT.                             zbnkcmpx
026300     PERFORM GET-RUN-DATE.                                        zbnkcmpx
026400     PERFORM GET-CAMPAIGN-PARM                                    zbnkcmpx
026500         THRU GET-CAMPAIGN-PARM-EXIT.                             zbnkcmpx
026600                                                                  zbnkcmpx
026700     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           zbnkcmpx
026800     STRING 'Campaign extract for ' DELIMITED BY SIZE             zbnkcmpx
026900            WS-RUN-DATE-DISPLAY DELIMITED BY SIZE                 zbnkcmpx
027000       INTO WS-CONSOLE-MESSAGE.                                   zbnkcmpx
027100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkcmpx
027200                                                                  zbnkcmpx
027300     PERFORM ACCOUNT-OPEN.                                        zbnkcmpx
027400     PERFORM ACCOUNT-GET.                                         zbnkcmpx
027500     PERFORM GATHER-ONE-ACCOUNT                                   zbnkcmpx
027600         THRU GATHER-ONE-ACCOUNT-EXIT                             zbnkcmpx
027700             UNTIL WS-END-OF-ACCOUNT = 'YES'.                     zbnkcmpx
027800     PERFORM ACCOUNT-CLOSE.                                       zbnkcmpx
027900                                                                  zbnkcmpx
028000     IF WS-TABLE-OVERFLOWED = 'Y'                                 zbnkcmpx
028100        MOVE 'Holder table full - selection incomplete'           zbnkcmpx
028200          TO WS-CONSOLE-MESSAGE                                   zbnkcmpx
028300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmpx
028400     END-IF.                                                      zbnkcmpx
028500                                                                  zbnkcmpx
028600     PERFORM CUST-OPEN.                                           zbnkcmpx
028700     PERFORM CMPOUT-OPEN.                                         zbnkcmpx
028800     PERFORM PRINTOUT-OPEN.                                       zbnkcmpx
028900                                                                  zbnkcmpx
029000     MOVE WS-TODAY-DATE-N TO WS-CMH-FILE-DATE.                    zbnkcmpx
029100     MOVE WS-CMP-HEADER TO CMPOUT-REC.                            zbnkcmpx
029200     PERFORM CMPOUT-PUT.                                          zbnkcmpx
029300     PERFORM WRITE-REPORT-HEADING.                                zbnkcmpx
029400     PERFORM CUST-GET.                                            zbnkcmpx
029500     PERFORM SELECT-ONE-CUSTOMER                                  zbnkcmpx
029600         THRU SELECT-ONE-CUSTOMER-EXIT                            zbnkcmpx
029700             UNTIL WS-END-OF-CUST = 'YES'.                        zbnkcmpx
029800     MOVE WS-CUSTOMERS-SELECTED TO WS-CMT-COUNT.                  zbnkcmpx
029900     MOVE ZERO TO WS-CMT-AMOUNT.                                  zbnkcmpx
030000     MOVE WS-CMP-TRAILER TO CMPOUT-REC.                           zbnkcmpx
030100     PERFORM CMPOUT-PUT.                                          zbnkcmpx
030200     PERFORM WRITE-REPORT-TOTALS.                                 zbnkcmpx
030300                                                                  zbnkcmpx
030400     PERFORM CUST-CLOSE.                                          zbnkcmpx
030500     PERFORM CMPOUT-CLOSE.                                        zbnkcmpx
030600     PERFORM PRINTOUT-CLOSE.                                      zbnkcmpx
030700     PERFORM REGISTER-CMPOUT-FILE.                                zbnkcmpx
030800                                                                  zbnkcmpx
030900     PERFORM PRINT-JOB-SUMMARY.                                   zbnkcmpx
031000                                                                  zbnkcmpx
031100     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     zbnkcmpx
031200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkcmpx
031300     MOVE 0 TO RETURN-CODE.                                       zbnkcmpx
031400     IF WS-TABLE-OVERFLOWED = 'Y'                                 zbnkcmpx
031500        MOVE 4 TO RETURN-CODE                                     zbnkcmpx
031600     END-IF.                                                      zbnkcmpx
031700     PERFORM RUN-CONTROL-END.                                     zbnkcmpx
031800     GOBACK.                                                      zbnkcmpx
031900                                                                  zbnkcmpx
032000******************************************************************zbnkcmpx
032100* GET-RUN-DATE                                                   *zbnkcmpx
032200* Obtains today's date, in both numeric and display form, and    *zbnkcmpx
032300* the current time.                                              *zbnkcmpx
032400******************************************************************zbnkcmpx
032500 GET-RUN-DATE.                                                    zbnkcmpx
032600     ACCEPT WS-TODAY-DATE-N FROM DATE YYYYMMDD.                   zbnkcmpx
032700     MOVE SPACES TO DD-INPUT-TYPE.                                zbnkcmpx
032800     SET DDI-ISO TO TRUE.                                         zbnkcmpx
032900     MOVE SPACES TO DDI-DATA.                                     zbnkcmpx
033000     STRING WS-TODAY-CCYY DELIMITED BY SIZE                       zbnkcmpx
033100            '-'           DELIMITED BY SIZE                       zbnkcmpx
033200            WS-TODAY-MM   DELIMITED BY SIZE                       zbnkcmpx
033300            '-'           DELIMITED BY SIZE                       zbnkcmpx
033400            WS-TODAY-DD   DELIMITED BY SIZE                       zbnkcmpx
033500       INTO DDI-DATA.                                             zbnkcmpx
033600     MOVE SPACES TO DD-OUTPUT-TYPE.                               zbnkcmpx
033700     SET DDO-DD-MMM-YYYY TO TRUE.                                 zbnkcmpx
033800     SET DD-ENV-NULL TO TRUE.                                     zbnkcmpx
033900     CALL 'UDATECNV' USING WS-DATE-WORK-AREA.                     zbnkcmpx
034000     MOVE DDO-DATA TO WS-RUN-DATE-DISPLAY.                        zbnkcmpx
034100     ACCEPT WS-RUN-TIME-8 FROM TIME.                              zbnkcmpx
034200     MOVE WS-RUN-TIME-8(1:6) TO WS-RUN-TIME.                      zbnkcmpx
034300 GET-RUN-DATE-EXIT.                                               zbnkcmpx
034400     EXIT.                                                        zbnkcmpx
034500                                                                  zbnkcmpx
034600******************************************************************zbnkcmpx
034700* GET-CAMPAIGN-PARM                                              *zbnkcmpx
034800* Takes the selection from the EXEC PARM. The channel is         *zbnkcmpx
034900* required; a product or branch left blank means any, and a      *zbnkcmpx
035000* balance left blank means no lower or no upper limit. A PARM    *zbnkcmpx
035100* that cannot be read ends the run with return code 8 before any *zbnkcmpx
035200* file is written.                                               *zbnkcmpx
035300******************************************************************zbnkcmpx
035400 GET-CAMPAIGN-PARM.                                               zbnkcmpx
035500     MOVE SPACES TO WS-CAMPAIGN-PARM.                             zbnkcmpx
035600     IF LK-EXEC-PARM-LL IS GREATER THAN ZERO                      zbnkcmpx
035700        IF LK-EXEC-PARM-LL IS GREATER THAN 32                     zbnkcmpx
035800           MOVE LK-EXEC-PARM-DATA TO WS-CAMPAIGN-PARM             zbnkcmpx
035900        ELSE                                                      zbnkcmpx
036000           MOVE LK-EXEC-PARM-DATA (1:LK-EXEC-PARM-LL)             zbnkcmpx
036100             TO WS-CAMPAIGN-PARM                                  zbnkcmpx
036200        END-IF                                                    zbnkcmpx
036300     END-IF.                                                      zbnkcmpx
036400     IF NOT WS-CAMPAIGN-CHANNEL-VALID                             zbnkcmpx
036500        MOVE 'Parm needs a channel of P, E, S or T'               zbnkcmpx
036600          TO WS-CONSOLE-MESSAGE                                   zbnkcmpx
036700        GO TO GET-CAMPAIGN-PARM-FAILED                            zbnkcmpx
036800     END-IF.                                                      zbnkcmpx
036900     IF WS-PARM-MIN-BAL-X IS EQUAL TO SPACES                      zbnkcmpx
037000        MOVE ZERO TO WS-PARM-MIN-BAL-N                            zbnkcmpx
037100     END-IF.                                                      zbnkcmpx
037200     IF WS-PARM-MAX-BAL-X IS EQUAL TO SPACES                      zbnkcmpx
037300        MOVE ZERO TO WS-PARM-MAX-BAL-N                            zbnkcmpx
037400     END-IF.                                                      zbnkcmpx
037500     IF WS-PARM-MIN-BAL-X IS NOT NUMERIC OR                       zbnkcmpx
037600        WS-PARM-MAX-BAL-X IS NOT NUMERIC                          zbnkcmpx
037700        MOVE 'Parm balance band must be 7 digits'                 zbnkcmpx
037800          TO WS-CONSOLE-MESSAGE                                   zbnkcmpx
037900        GO TO GET-CAMPAIGN-PARM-FAILED                            zbnkcmpx
038000     END-IF.                                                      zbnkcmpx
038100     MOVE WS-PARM-MIN-BAL-N TO WS-MIN-BALANCE.                    zbnkcmpx
038200     MOVE WS-PARM-MAX-BAL-N TO WS-MAX-BALANCE.                    zbnkcmpx
038300     IF WS-MAX-BALANCE IS EQUAL TO ZERO                           zbnkcmpx
038400        MOVE 'Y' TO WS-NO-MAX-BALANCE                             zbnkcmpx
038500     ELSE                                                         zbnkcmpx
038600        MOVE 'N' TO WS-NO-MAX-BALANCE                             zbnkcmpx
038700        IF WS-MAX-BALANCE IS LESS THAN WS-MIN-BALANCE             zbnkcmpx
038800           MOVE 'Parm highest balance is below lowest'            zbnkcmpx
038900             TO WS-CONSOLE-MESSAGE                                zbnkcmpx
039000           GO TO GET-CAMPAIGN-PARM-FAILED                         zbnkcmpx
039100        END-IF                                                    zbnkcmpx
039200     END-IF.                                                      zbnkcmpx
039300     GO TO GET-CAMPAIGN-PARM-EXIT.                                zbnkcmpx
039400 GET-CAMPAIGN-PARM-FAILED.                                        zbnkcmpx
039500     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkcmpx
039600     MOVE 8 TO RETURN-CODE.                                       zbnkcmpx
039700     PERFORM RUN-CONTROL-END.                                     zbnkcmpx
039800     GOBACK.                                                      zbnkcmpx
039900 GET-CAMPAIGN-PARM-EXIT.                                          zbnkcmpx
040000     EXIT.                                                        zbnkcmpx
040100                                                                  zbnkcmpx
040200******************************************************************zbnkcmpx
040300* GATHER-ONE-ACCOUNT                                             *zbnkcmpx
040400* Adds the account in the buffer to its holder's entry when it   *zbnkcmpx
040500* is of the product being marketed and is open for business -    *zbnkcmpx
040600* closed and frozen accounts are passed over - and advances the  *zbnkcmpx
040700* scan.                                                          *zbnkcmpx
040800******************************************************************zbnkcmpx
040900 GATHER-ONE-ACCOUNT.                                              zbnkcmpx
041000     ADD 1 TO WS-ACCOUNTS-READ.                                   zbnkcmpx
041100     IF BAC-REC-CLOSED OR BAC-REC-FROZEN                          zbnkcmpx
041200        GO TO GATHER-ONE-ACCOUNT-NEXT                             zbnkcmpx
041300     END-IF.                                                      zbnkcmpx
041400     IF NOT WS-ANY-PRODUCT AND                                    zbnkcmpx
041500        BAC-REC-TYPE IS NOT EQUAL TO WS-PARM-PRODUCT              zbnkcmpx
041600        GO TO GATHER-ONE-ACCOUNT-NEXT                             zbnkcmpx
041700     END-IF.                                                      zbnkcmpx
041800     MOVE BAC-REC-PID TO WS-TALLY-PID.                            zbnkcmpx
041900     PERFORM FIND-HOLDER-ENTRY                                    zbnkcmpx
042000         THRU FIND-HOLDER-ENTRY-EXIT.                             zbnkcmpx
042100     IF WS-TALLY-FOUND = 'Y'                                      zbnkcmpx
042200        ADD 1 TO WS-HLD-ACCOUNTS (HLD-IDX)                        zbnkcmpx
042300        ADD BAC-REC-BALANCE TO WS-HLD-BALANCE (HLD-IDX)           zbnkcmpx
042400     END-IF.                                                      zbnkcmpx
042500 GATHER-ONE-ACCOUNT-NEXT.                                         zbnkcmpx
042600     PERFORM ACCOUNT-GET.                                         zbnkcmpx
042700 GATHER-ONE-ACCOUNT-EXIT.                                         zbnkcmpx
042800     EXIT.                                                        zbnkcmpx
042900                                                                  zbnkcmpx
043000******************************************************************zbnkcmpx
043100* FIND-HOLDER-ENTRY                                              *zbnkcmpx
043200* Points HLD-IDX at WS-TALLY-PID's entry, adding one if needed.  *zbnkcmpx
043300* A full table leaves WS-TALLY-FOUND at N; the customers left    *zbnkcmpx
043400* out cannot be selected and the run ends with return code 4.    *zbnkcmpx
043500******************************************************************zbnkcmpx
043600 FIND-HOLDER-ENTRY.                                               zbnkcmpx
043700     MOVE 'Y' TO WS-TALLY-FOUND.                                  zbnkcmpx
043800     SET HLD-IDX TO 1.                                            zbnkcmpx
043900     SEARCH WS-HLD-ENTRY                                          zbnkcmpx
044000       AT END                                                     zbnkcmpx
044100         PERFORM ADD-HOLDER-ENTRY                                 zbnkcmpx
044200       WHEN HLD-IDX IS GREATER THAN WS-HLD-COUNT                  zbnkcmpx
044300         PERFORM ADD-HOLDER-ENTRY                                 zbnkcmpx
044400       WHEN WS-HLD-PID (HLD-IDX) IS EQUAL TO WS-TALLY-PID         zbnkcmpx
044500         CONTINUE                                                 zbnkcmpx
044600     END-SEARCH.                                                  zbnkcmpx
044700 FIND-HOLDER-ENTRY-EXIT.                                          zbnkcmpx
044800     EXIT.                                                        zbnkcmpx
044900                                                                  zbnkcmpx
045000 ADD-HOLDER-ENTRY.                                                zbnkcmpx
045100     IF WS-HLD-COUNT IS LESS THAN 5000                            zbnkcmpx
045200        ADD 1 TO WS-HLD-COUNT                                     zbnkcmpx
045300        SET HLD-IDX TO WS-HLD-COUNT                               zbnkcmpx
045400        INITIALIZE WS-HLD-ENTRY (HLD-IDX)                         zbnkcmpx
045500        MOVE WS-TALLY-PID TO WS-HLD-PID (HLD-IDX)                 zbnkcmpx
045600     ELSE                                                         zbnkcmpx
045700        MOVE 'N' TO WS-TALLY-FOUND                                zbnkcmpx
045800        MOVE 'Y' TO WS-TABLE-OVERFLOWED                           zbnkcmpx
045900     END-IF.                                                      zbnkcmpx
046000                                                                  zbnkcmpx
046100******************************************************************zbnkcmpx
046200* SELECT-ONE-CUSTOMER                                            *zbnkcmpx
046300* Works the customer in the buffer and advances the scan. A      *zbnkcmpx
046400* customer holding the product, at the branch and inside the     *zbnkcmpx
046500* balance band is a match; a match is then checked against the   *zbnkcmpx
046600* suppressions in turn and either written to CMPOUT or counted   *zbnkcmpx
046700* under the first reason that applies.                           *zbnkcmpx
046800******************************************************************zbnkcmpx
046900 SELECT-ONE-CUSTOMER.                                             zbnkcmpx
047000     ADD 1 TO WS-CUSTOMERS-READ.                                  zbnkcmpx
047100     IF NOT WS-ANY-BRANCH AND                                     zbnkcmpx
047200        BCS-REC-BRANCH IS NOT EQUAL TO WS-PARM-BRANCH             zbnkcmpx
047300        GO TO SELECT-ONE-CUSTOMER-NEXT                            zbnkcmpx
047400     END-IF.                                                      zbnkcmpx
047500     MOVE BCS-REC-PID TO WS-TALLY-PID.                            zbnkcmpx
047600     MOVE 'N' TO WS-TALLY-FOUND.                                  zbnkcmpx
047700     SET HLD-IDX TO 1.                                            zbnkcmpx
047800     SEARCH WS-HLD-ENTRY                                          zbnkcmpx
047900       AT END                                                     zbnkcmpx
048000         CONTINUE                                                 zbnkcmpx
048100       WHEN HLD-IDX IS GREATER THAN WS-HLD-COUNT                  zbnkcmpx
048200         CONTINUE                                                 zbnkcmpx
048300       WHEN WS-HLD-PID (HLD-IDX) IS EQUAL TO WS-TALLY-PID         zbnkcmpx
048400         MOVE 'Y' TO WS-TALLY-FOUND                               zbnkcmpx
048500     END-SEARCH.                                                  zbnkcmpx
048600     IF WS-TALLY-FOUND = 'N'                                      zbnkcmpx
048700        GO TO SELECT-ONE-CUSTOMER-NEXT                            zbnkcmpx
048800     END-IF.                                                      zbnkcmpx
048900     IF WS-HLD-BALANCE (HLD-IDX) IS LESS THAN WS-MIN-BALANCE      zbnkcmpx
049000        GO TO SELECT-ONE-CUSTOMER-NEXT                            zbnkcmpx
049100     END-IF.                                                      zbnkcmpx
049200     IF WS-NO-MAX-BALANCE = 'N' AND                               zbnkcmpx
049300        WS-HLD-BALANCE (HLD-IDX) IS GREATER THAN WS-MAX-BALANCE   zbnkcmpx
049400        GO TO SELECT-ONE-CUSTOMER-NEXT                            zbnkcmpx
049500     END-IF.                                                      zbnkcmpx
049600     ADD 1 TO WS-CUSTOMERS-MATCHED.                               zbnkcmpx
049700     PERFORM CHECK-SUPPRESSION.                                   zbnkcmpx
049800     IF WS-NOT-SUPPRESSED                                         zbnkcmpx
049900        PERFORM WRITE-CAMPAIGN-RECORDS                            zbnkcmpx
050000     END-IF.                                                      zbnkcmpx
050100 SELECT-ONE-CUSTOMER-NEXT.                                        zbnkcmpx
050200     PERFORM CUST-GET.                                            zbnkcmpx
050300 SELECT-ONE-CUSTOMER-EXIT.                                        zbnkcmpx
050400     EXIT.                                                        zbnkcmpx
050500                                                                  zbnkcmpx
050600******************************************************************zbnkcmpx
050700* CHECK-SUPPRESSION                                              *zbnkcmpx
050800* Sets WS-SUPPRESS-REASON to the first reason the matched        *zbnkcmpx
050900* customer may not be contacted, and counts it: D deceased, K    *zbnkcmpx
051000* restricted pending KYC review, M a minor, C no consent for the *zbnkcmpx
051100* channel (a flag never asked is no consent), U the contact      *zbnkcmpx
051200* point is undeliverable or missing. Left at space the customer  *zbnkcmpx
051300* is selected.                                                   *zbnkcmpx
051400******************************************************************zbnkcmpx
051500 CHECK-SUPPRESSION.                                               zbnkcmpx
051600     MOVE SPACE TO WS-SUPPRESS-REASON.                            zbnkcmpx
051700     EVALUATE TRUE                                                zbnkcmpx
051800       WHEN BCS-REC-IS-DECEASED                                   zbnkcmpx
051900         MOVE 'D' TO WS-SUPPRESS-REASON                           zbnkcmpx
052000         ADD 1 TO WS-SUPPRESSED-DECEASED                          zbnkcmpx
052100       WHEN BCS-REC-KYC-RESTRICTED                                zbnkcmpx
052200         MOVE 'K' TO WS-SUPPRESS-REASON                           zbnkcmpx
052300         ADD 1 TO WS-SUPPRESSED-KYC                               zbnkcmpx
052400       WHEN BCS-REC-IS-MINOR                                      zbnkcmpx
052500         MOVE 'M' TO WS-SUPPRESS-REASON                           zbnkcmpx
052600         ADD 1 TO WS-SUPPRESSED-MINOR                             zbnkcmpx
052700       WHEN WS-CAMPAIGN-BY-POST AND NOT BCS-REC-MKT-POST-OK       zbnkcmpx
052800         MOVE 'C' TO WS-SUPPRESS-REASON                           zbnkcmpx
052900       WHEN WS-CAMPAIGN-BY-EMAIL AND NOT BCS-REC-MKT-EMAIL-OK     zbnkcmpx
053000         MOVE 'C' TO WS-SUPPRESS-REASON                           zbnkcmpx
053100       WHEN WS-CAMPAIGN-BY-SMS AND NOT BCS-REC-MKT-SMS-OK         zbnkcmpx
053200         MOVE 'C' TO WS-SUPPRESS-REASON                           zbnkcmpx
053300       WHEN WS-CAMPAIGN-BY-PHONE AND NOT BCS-REC-MKT-PHONE-OK     zbnkcmpx
053400         MOVE 'C' TO WS-SUPPRESS-REASON                           zbnkcmpx
053500       WHEN WS-CAMPAIGN-BY-POST AND                               zbnkcmpx
053600            (BCS-REC-MAIL-DEAD OR BCS-REC-ADDR1 = SPACES)         zbnkcmpx
053700         MOVE 'U' TO WS-SUPPRESS-REASON                           zbnkcmpx
053800       WHEN WS-CAMPAIGN-BY-EMAIL AND                              zbnkcmpx
053900            (BCS-REC-EMAIL-DEAD OR BCS-REC-EMAIL = SPACES)        zbnkcmpx
054000         MOVE 'U' TO WS-SUPPRESS-REASON                           zbnkcmpx
054100       WHEN (WS-CAMPAIGN-BY-SMS OR WS-CAMPAIGN-BY-PHONE) AND      zbnkcmpx
054200            BCS-REC-TELNO = SPACES                                zbnkcmpx
054300         MOVE 'U' TO WS-SUPPRESS-REASON                           zbnkcmpx
054400       WHEN OTHER                                                 zbnkcmpx
054500         CONTINUE                                                 zbnkcmpx
054600     END-EVALUATE.                                                zbnkcmpx
054700     IF WS-SUPPRESS-REASON = 'C'                                  zbnkcmpx
054800        ADD 1 TO WS-SUPPRESSED-CONSENT                            zbnkcmpx
054900     END-IF.                                                      zbnkcmpx
055000     IF WS-SUPPRESS-REASON = 'U'                                  zbnkcmpx
055100        ADD 1 TO WS-SUPPRESSED-UNDELIV                            zbnkcmpx
055200     END-IF.                                                      zbnkcmpx
055300                                                                  zbnkcmpx
055400******************************************************************zbnkcmpx
055500* WRITE-CAMPAIGN-RECORDS                                         *zbnkcmpx
055600* The CM record for the selected customer, and for a post        *zbnkcmpx
055700* campaign the CA address record after it.                       *zbnkcmpx
055800******************************************************************zbnkcmpx
055900 WRITE-CAMPAIGN-RECORDS.                                          zbnkcmpx
056000     ADD 1 TO WS-CUSTOMERS-SELECTED.                              zbnkcmpx
056100     MOVE BCS-REC-PID TO WS-CCM-PID.                              zbnkcmpx
056200     MOVE BCS-REC-NAME TO WS-CCM-NAME.                            zbnkcmpx
056300     MOVE WS-PARM-CHANNEL TO WS-CCM-CHANNEL.                      zbnkcmpx
056400     MOVE BCS-REC-LANG TO WS-CCM-LANG.                            zbnkcmpx
056500     MOVE BCS-REC-BRANCH TO WS-CCM-BRANCH.                        zbnkcmpx
056600     IF WS-CAMPAIGN-BY-EMAIL                                      zbnkcmpx
056700        MOVE BCS-REC-EMAIL TO WS-CCM-CONTACT                      zbnkcmpx
056800     ELSE                                                         zbnkcmpx
056900        IF WS-CAMPAIGN-BY-POST                                    zbnkcmpx
057000           MOVE SPACES TO WS-CCM-CONTACT                          zbnkcmpx
057100        ELSE                                                      zbnkcmpx
057200           MOVE BCS-REC-TELNO TO WS-CCM-CONTACT                   zbnkcmpx
057300        END-IF                                                    zbnkcmpx
057400     END-IF.                                                      zbnkcmpx
057500     MOVE WS-CMP-CUSTOMER TO CMPOUT-REC.                          zbnkcmpx
057600     PERFORM CMPOUT-PUT.                                          zbnkcmpx
057700     ADD 1 TO WS-EXTRACT-RECORDS.                                 zbnkcmpx
057800     IF WS-CAMPAIGN-BY-POST                                       zbnkcmpx
057900        MOVE BCS-REC-PID TO WS-CCA-PID                            zbnkcmpx
058000        MOVE BCS-REC-ADDR1 TO WS-CCA-ADDR1                        zbnkcmpx
058100        MOVE BCS-REC-ADDR2 TO WS-CCA-ADDR2                        zbnkcmpx
058200        MOVE BCS-REC-STATE TO WS-CCA-STATE                        zbnkcmpx
058300        MOVE BCS-REC-CNTRY TO WS-CCA-CNTRY                        zbnkcmpx
058400        MOVE BCS-REC-PSTCDE TO WS-CCA-PSTCDE                      zbnkcmpx
058500        MOVE WS-CMP-ADDRESS TO CMPOUT-REC                         zbnkcmpx
058600        PERFORM CMPOUT-PUT                                        zbnkcmpx
058700        ADD 1 TO WS-EXTRACT-RECORDS                               zbnkcmpx
058800     END-IF.                                                      zbnkcmpx
058900                                                                  zbnkcmpx
059000******************************************************************zbnkcmpx
059100* Log the campaign file on the outbound transmission register so *zbnkcmpx
059200* an unconfirmed pick-up is chased. A registration problem is    *zbnkcmpx
059300* reported but does not fail the run.                            *zbnkcmpx
059400******************************************************************zbnkcmpx
059500 REGISTER-CMPOUT-FILE.                                            zbnkcmpx
059600     SET OCT-REGISTER TO TRUE.                                    zbnkcmpx
059700     MOVE 'CMPOUT  ' TO OCT-FILE-ID.                              zbnkcmpx
059800     MOVE ZERO TO OCT-BUSDATE.                                    zbnkcmpx
059900     MOVE 'ZBNKCMPX' TO OCT-PRODUCER.                             zbnkcmpx
060000     MOVE WS-CUSTOMERS-SELECTED TO OCT-RECORD-COUNT.              zbnkcmpx
060100     MOVE ZERO TO OCT-AMOUNT-TOTAL.                               zbnkcmpx
060200     CALL 'UOUTCTL' USING WS-OUTCTL-PARM.                         zbnkcmpx
060300     IF OCT-FAILED                                                zbnkcmpx
060400        MOVE 'Campaign file not on outbound register'             zbnkcmpx
060500          TO WS-CONSOLE-MESSAGE                                   zbnkcmpx
060600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmpx
060700     END-IF.                                                      zbnkcmpx
060800                                                                  zbnkcmpx
060900******************************************************************zbnkcmpx
061000* WRITE-REPORT-HEADING                                           *zbnkcmpx
061100* Writes the report title and the selection the run was given.   *zbnkcmpx
061200******************************************************************zbnkcmpx
061300 WRITE-REPORT-HEADING.                                            zbnkcmpx
061400     MOVE SPACES TO WS-REPORT-LINE.                               zbnkcmpx
061500     STRING 'Marketing Campaign Extract - run date '              zbnkcmpx
061600                                      DELIMITED BY SIZE           zbnkcmpx
061700            WS-RUN-DATE-DISPLAY       DELIMITED BY SIZE           zbnkcmpx
061800       INTO WS-REPORT-LINE.                                       zbnkcmpx
061900     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkcmpx
062000     PERFORM PRINTOUT-PUT.                                        zbnkcmpx
062100     MOVE SPACES TO PRINTOUT-REC.                                 zbnkcmpx
062200     PERFORM PRINTOUT-PUT.                                        zbnkcmpx
062300     MOVE SPACES TO WS-REPORT-LINE.                               zbnkcmpx
062400     STRING 'Channel ' DELIMITED BY SIZE                          zbnkcmpx
062500            WS-PARM-CHANNEL DELIMITED BY SIZE                     zbnkcmpx
062600            '   Product ' DELIMITED BY SIZE                       zbnkcmpx
062700            WS-PARM-PRODUCT DELIMITED BY SIZE                     zbnkcmpx
062800            '   Branch ' DELIMITED BY SIZE                        zbnkcmpx
062900            WS-PARM-BRANCH DELIMITED BY SIZE                      zbnkcmpx
063000       INTO WS-REPORT-LINE.                                       zbnkcmpx
063100     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkcmpx
063200     PERFORM PRINTOUT-PUT.                                        zbnkcmpx
063300     MOVE SPACES TO WS-REPORT-LINE.                               zbnkcmpx
063400     MOVE WS-PARM-MIN-BAL-N TO WS-BAND-DISPLAY.                   zbnkcmpx
063500     STRING 'Combined balance from ' DELIMITED BY SIZE            zbnkcmpx
063600            WS-BAND-DISPLAY DELIMITED BY SIZE                     zbnkcmpx
063700       INTO WS-REPORT-LINE.                                       zbnkcmpx
063800     IF WS-NO-MAX-BALANCE = 'N'                                   zbnkcmpx
063900        MOVE WS-PARM-MAX-BAL-N TO WS-BAND-DISPLAY                 zbnkcmpx
064000        MOVE ' to ' TO WS-REPORT-LINE (32:4)                      zbnkcmpx
064100        MOVE WS-BAND-DISPLAY TO WS-REPORT-LINE (36:9)             zbnkcmpx
064200     END-IF.                                                      zbnkcmpx
064300     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkcmpx
064400     PERFORM PRINTOUT-PUT.                                        zbnkcmpx
064500     MOVE SPACES TO PRINTOUT-REC.                                 zbnkcmpx
064600     PERFORM PRINTOUT-PUT.                                        zbnkcmpx
064700                                                                  zbnkcmpx
064800******************************************************************zbnkcmpx
064900* WRITE-REPORT-TOTALS                                            *zbnkcmpx
065000* How many customers matched the selection, how many were        *zbnkcmpx
065100* selected and how many were suppressed for each reason.         *zbnkcmpx
065200******************************************************************zbnkcmpx
065300 WRITE-REPORT-TOTALS.                                             zbnkcmpx
065400     MOVE 'Customers matching the selection' TO WS-TOT-LABEL.     zbnkcmpx
065500     MOVE WS-CUSTOMERS-MATCHED TO WS-TOT-COUNT.                   zbnkcmpx
065600     PERFORM WRITE-TOTAL-LINE.                                    zbnkcmpx
065700     MOVE 'Suppressed - deceased' TO WS-TOT-LABEL.                zbnkcmpx
065800     MOVE WS-SUPPRESSED-DECEASED TO WS-TOT-COUNT.                 zbnkcmpx
065900     PERFORM WRITE-TOTAL-LINE.                                    zbnkcmpx
066000     MOVE 'Suppressed - KYC restricted' TO WS-TOT-LABEL.          zbnkcmpx
066100     MOVE WS-SUPPRESSED-KYC TO WS-TOT-COUNT.                      zbnkcmpx
066200     PERFORM WRITE-TOTAL-LINE.                                    zbnkcmpx
066300     MOVE 'Suppressed - minor' TO WS-TOT-LABEL.                   zbnkcmpx
066400     MOVE WS-SUPPRESSED-MINOR TO WS-TOT-COUNT.                    zbnkcmpx
066500     PERFORM WRITE-TOTAL-LINE.                                    zbnkcmpx
066600     MOVE 'Suppressed - no consent for the channel'               zbnkcmpx
066700       TO WS-TOT-LABEL.                                           zbnkcmpx
066800     MOVE WS-SUPPRESSED-CONSENT TO WS-TOT-COUNT.                  zbnkcmpx
066900     PERFORM WRITE-TOTAL-LINE.                                    zbnkcmpx
067000     MOVE 'Suppressed - undeliverable or missing' TO WS-TOT-LABEL.zbnkcmpx
067100     MOVE WS-SUPPRESSED-UNDELIV TO WS-TOT-COUNT.                  zbnkcmpx
067200     PERFORM WRITE-TOTAL-LINE.                                    zbnkcmpx
067300     MOVE 'Customers selected' TO WS-TOT-LABEL.                   zbnkcmpx
067400     MOVE WS-CUSTOMERS-SELECTED TO WS-TOT-COUNT.                  zbnkcmpx
067500     PERFORM WRITE-TOTAL-LINE.                                    zbnkcmpx
067600     IF WS-TABLE-OVERFLOWED = 'Y'                                 zbnkcmpx
067700        MOVE SPACES TO PRINTOUT-REC                               zbnkcmpx
067800        MOVE 'Holder table full - selection is incomplete'        zbnkcmpx
067900          TO PRINTOUT-REC                                         zbnkcmpx
068000        PERFORM PRINTOUT-PUT                                      zbnkcmpx
068100     END-IF.                                                      zbnkcmpx
068200                                                                  zbnkcmpx
068300 WRITE-TOTAL-LINE.                                                zbnkcmpx
068400     MOVE WS-TOTAL-LINE TO PRINTOUT-REC.                          zbnkcmpx
068500     PERFORM PRINTOUT-PUT.                                        zbnkcmpx
068600                                                                  zbnkcmpx
068700******************************************************************zbnkcmpx
068800* Open, access and close the ACCOUNT file.                       *zbnkcmpx
068900******************************************************************zbnkcmpx
069000 ACCOUNT-OPEN.                                                    zbnkcmpx
069100     OPEN INPUT ACCOUNT-FILE.                                     zbnkcmpx
069200     IF WS-ACCOUNT-STATUS = '00'                                  zbnkcmpx
069300        MOVE 'ACCOUNT file opened OK' TO WS-CONSOLE-MESSAGE       zbnkcmpx
069400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmpx
069500     ELSE                                                         zbnkcmpx
069600        MOVE 'ACCOUNT file open failure...' TO WS-CONSOLE-MESSAGE zbnkcmpx
069700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmpx
069800        MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                    zbnkcmpx
069900        PERFORM DISPLAY-IO-STATUS                                 zbnkcmpx
070000        PERFORM ABORT-PROGRAM                                     zbnkcmpx
070100     END-IF.                                                      zbnkcmpx
070200                                                                  zbnkcmpx
070300 ACCOUNT-GET.                                                     zbnkcmpx
070400     READ ACCOUNT-FILE NEXT RECORD.                               zbnkcmpx
070500     IF WS-ACCOUNT-STATUS NOT = '00'                              zbnkcmpx
070600        IF WS-ACCOUNT-STATUS = '10'                               zbnkcmpx
070700           MOVE 'YES' TO WS-END-OF-ACCOUNT                        zbnkcmpx
070800        ELSE                                                      zbnkcmpx
070900           MOVE 'ACCOUNT Error reading file ...'                  zbnkcmpx
071000             TO WS-CONSOLE-MESSAGE                                zbnkcmpx
071100           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkcmpx
071200           MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                 zbnkcmpx
071300           PERFORM DISPLAY-IO-STATUS                              zbnkcmpx
071400           PERFORM ABORT-PROGRAM                                  zbnkcmpx
071500        END-IF                                                    zbnkcmpx
071600     END-IF.                                                      zbnkcmpx
071700                                                                  zbnkcmpx
071800 ACCOUNT-CLOSE.                                                   zbnkcmpx
071900     CLOSE ACCOUNT-FILE.                                          zbnkcmpx
072000     IF WS-ACCOUNT-STATUS = '00'                                  zbnkcmpx
072100        MOVE 'ACCOUNT file closed OK' TO WS-CONSOLE-MESSAGE       zbnkcmpx
072200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmpx
072300     ELSE                                                         zbnkcmpx
072400        MOVE 'ACCOUNT file close failure...'                      zbnkcmpx
072500          TO WS-CONSOLE-MESSAGE                                   zbnkcmpx
072600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmpx
072700        MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                    zbnkcmpx
072800        PERFORM DISPLAY-IO-STATUS                                 zbnkcmpx
072900        PERFORM ABORT-PROGRAM                                     zbnkcmpx
073000     END-IF.                                                      zbnkcmpx
073100                                                                  zbnkcmpx
073200******************************************************************zbnkcmpx
073300* Open, access and close the CUST file.                          *zbnkcmpx
073400******************************************************************zbnkcmpx
073500 CUST-OPEN.                                                       zbnkcmpx
073600     OPEN INPUT CUST-FILE.                                        zbnkcmpx
073700     IF WS-CUST-STATUS = '00'                                     zbnkcmpx
073800        MOVE 'CUST file opened OK' TO WS-CONSOLE-MESSAGE          zbnkcmpx
073900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmpx
074000     ELSE                                                         zbnkcmpx
074100        MOVE 'CUST file open failure...' TO WS-CONSOLE-MESSAGE    zbnkcmpx
074200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmpx
074300        MOVE WS-CUST-STATUS TO WS-IO-STATUS                       zbnkcmpx
074400        PERFORM DISPLAY-IO-STATUS                                 zbnkcmpx
074500        PERFORM ABORT-PROGRAM                                     zbnkcmpx
074600     END-IF.                                                      zbnkcmpx
074700                                                                  zbnkcmpx
074800 CUST-GET.                                                        zbnkcmpx
074900     READ CUST-FILE NEXT RECORD.                                  zbnkcmpx
075000     IF WS-CUST-STATUS NOT = '00'                                 zbnkcmpx
075100        IF WS-CUST-STATUS = '10'                                  zbnkcmpx
075200           MOVE 'YES' TO WS-END-OF-CUST                           zbnkcmpx
075300        ELSE                                                      zbnkcmpx
075400           MOVE 'CUST Error reading file ...'                     zbnkcmpx
075500             TO WS-CONSOLE-MESSAGE                                zbnkcmpx
075600           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkcmpx
075700           MOVE WS-CUST-STATUS TO WS-IO-STATUS                    zbnkcmpx
075800           PERFORM DISPLAY-IO-STATUS                              zbnkcmpx
075900           PERFORM ABORT-PROGRAM                                  zbnkcmpx
076000        END-IF                                                    zbnkcmpx
076100     END-IF.                                                      zbnkcmpx
076200                                                                  zbnkcmpx
076300 CUST-CLOSE.                                                      zbnkcmpx
076400     CLOSE CUST-FILE.                                             zbnkcmpx
076500     IF WS-CUST-STATUS = '00'                                     zbnkcmpx
076600        MOVE 'CUST file closed OK' TO WS-CONSOLE-MESSAGE          zbnkcmpx
076700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmpx
076800     ELSE                                                         zbnkcmpx
076900        MOVE 'CUST file close failure...' TO WS-CONSOLE-MESSAGE   zbnkcmpx
077000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmpx
077100        MOVE WS-CUST-STATUS TO WS-IO-STATUS                       zbnkcmpx
077200        PERFORM DISPLAY-IO-STATUS                                 zbnkcmpx
077300        PERFORM ABORT-PROGRAM                                     zbnkcmpx
077400     END-IF.                                                      zbnkcmpx
077500                                                                  zbnkcmpx
077600******************************************************************zbnkcmpx
077700* Open, access and close the CMPOUT file.                        *zbnkcmpx
077800******************************************************************zbnkcmpx
077900 CMPOUT-OPEN.                                                     zbnkcmpx
078000     OPEN OUTPUT CMPOUT-FILE.                                     zbnkcmpx
078100     IF WS-CMPOUT-STATUS = '00'                                   zbnkcmpx
078200        MOVE 'CMPOUT file opened OK' TO WS-CONSOLE-MESSAGE        zbnkcmpx
078300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmpx
078400     ELSE                                                         zbnkcmpx
078500        MOVE 'CMPOUT file open failure...' TO WS-CONSOLE-MESSAGE  zbnkcmpx
078600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmpx
078700        MOVE WS-CMPOUT-STATUS TO WS-IO-STATUS                     zbnkcmpx
078800        PERFORM DISPLAY-IO-STATUS                                 zbnkcmpx
078900        PERFORM ABORT-PROGRAM                                     zbnkcmpx
079000     END-IF.                                                      zbnkcmpx
079100                                                                  zbnkcmpx
079200 CMPOUT-PUT.                                                      zbnkcmpx
079300     WRITE CMPOUT-REC.                                            zbnkcmpx
079400     IF WS-CMPOUT-STATUS NOT = '00'                               zbnkcmpx
079500        MOVE 'CMPOUT Error writing file ...'                      zbnkcmpx
079600          TO WS-CONSOLE-MESSAGE                                   zbnkcmpx
079700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmpx
079800        MOVE WS-CMPOUT-STATUS TO WS-IO-STATUS                     zbnkcmpx
079900        PERFORM DISPLAY-IO-STATUS                                 zbnkcmpx
080000        PERFORM ABORT-PROGRAM                                     zbnkcmpx
080100     END-IF.                                                      zbnkcmpx
080200                                                                  zbnkcmpx
080300 CMPOUT-CLOSE.                                                    zbnkcmpx
080400     CLOSE CMPOUT-FILE.                                           zbnkcmpx
080500     IF WS-CMPOUT-STATUS = '00'                                   zbnkcmpx
080600        MOVE 'CMPOUT file closed OK' TO WS-CONSOLE-MESSAGE        zbnkcmpx
080700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmpx
080800     ELSE                                                         zbnkcmpx
080900        MOVE 'CMPOUT file close failure...' TO WS-CONSOLE-MESSAGE zbnkcmpx
081000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmpx
081100        MOVE WS-CMPOUT-STATUS TO WS-IO-STATUS                     zbnkcmpx
081200        PERFORM DISPLAY-IO-STATUS                                 zbnkcmpx
081300        PERFORM ABORT-PROGRAM                                     zbnkcmpx
081400     END-IF.                                                      zbnkcmpx
081500                                                                  zbnkcmpx
081600******************************************************************zbnkcmpx
081700* Open, access and close the PRINTOUT file.                      *zbnkcmpx
081800******************************************************************zbnkcmpx
081900 PRINTOUT-OPEN.                                                   zbnkcmpx
082000     OPEN OUTPUT PRINTOUT-FILE.                                   zbnkcmpx
082100     IF WS-PRINTOUT-STATUS = '00'                                 zbnkcmpx
082200        MOVE 'PRINTOUT file opened OK' TO WS-CONSOLE-MESSAGE      zbnkcmpx
082300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmpx
082400     ELSE                                                         zbnkcmpx
082500        MOVE 'PRINTOUT file open failure...'                      zbnkcmpx
082600          TO WS-CONSOLE-MESSAGE                                   zbnkcmpx
082700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmpx
082800        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkcmpx
082900        PERFORM DISPLAY-IO-STATUS                                 zbnkcmpx
083000        PERFORM ABORT-PROGRAM                                     zbnkcmpx
083100     END-IF.                                                      zbnkcmpx
083200                                                                  zbnkcmpx
083300 PRINTOUT-PUT.                                                    zbnkcmpx
083400     WRITE PRINTOUT-REC.                                          zbnkcmpx
083500     IF WS-PRINTOUT-STATUS NOT = '00'                             zbnkcmpx
083600        MOVE 'PRINTOUT Error writing file ...'                    zbnkcmpx
083700          TO WS-CONSOLE-MESSAGE                                   zbnkcmpx
083800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmpx
083900        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkcmpx
084000        PERFORM DISPLAY-IO-STATUS                                 zbnkcmpx
084100        PERFORM ABORT-PROGRAM                                     zbnkcmpx
084200     END-IF.                                                      zbnkcmpx
084300                                                                  zbnkcmpx
084400 PRINTOUT-CLOSE.                                                  zbnkcmpx
084500     CLOSE PRINTOUT-FILE.                                         zbnkcmpx
084600     IF WS-PRINTOUT-STATUS = '00'                                 zbnkcmpx
084700        MOVE 'PRINTOUT file closed OK' TO WS-CONSOLE-MESSAGE      zbnkcmpx
084800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmpx
084900     ELSE                                                         zbnkcmpx
085000        MOVE 'PRINTOUT file close failure...'                     zbnkcmpx
085100          TO WS-CONSOLE-MESSAGE                                   zbnkcmpx
085200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmpx
085300        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkcmpx
085400        PERFORM DISPLAY-IO-STATUS                                 zbnkcmpx
085500        PERFORM ABORT-PROGRAM                                     zbnkcmpx
085600     END-IF.                                                      zbnkcmpx
085700                                                                  zbnkcmpx
085800******************************************************************zbnkcmpx
085900* Write a short end-of-job summary to the JOBSUM file, in the    *zbnkcmpx
086000* same style as the other batch jobs' summaries.                 *zbnkcmpx
086100******************************************************************zbnkcmpx
086200 PRINT-JOB-SUMMARY.                                               zbnkcmpx
086300     PERFORM JOBSUM-OPEN.                                         zbnkcmpx
086400     MOVE SPACES TO JOBSUM-REC.                                   zbnkcmpx
086500     STRING 'Accounts read:               ' DELIMITED BY SIZE     zbnkcmpx
086600            WS-ACCOUNTS-READ DELIMITED BY SIZE                    zbnkcmpx
086700       INTO JOBSUM-REC.                                           zbnkcmpx
086800     PERFORM JOBSUM-PUT.                                          zbnkcmpx
086900     MOVE SPACES TO JOBSUM-REC.                                   zbnkcmpx
087000     STRING 'Customers read:              ' DELIMITED BY SIZE     zbnkcmpx
087100            WS-CUSTOMERS-READ DELIMITED BY SIZE                   zbnkcmpx
087200       INTO JOBSUM-REC.                                           zbnkcmpx
087300     PERFORM JOBSUM-PUT.                                          zbnkcmpx
087400     MOVE SPACES TO JOBSUM-REC.                                   zbnkcmpx
087500     STRING 'Matching the selection:      ' DELIMITED BY SIZE     zbnkcmpx
087600            WS-CUSTOMERS-MATCHED DELIMITED BY SIZE                zbnkcmpx
087700       INTO JOBSUM-REC.                                           zbnkcmpx
087800     PERFORM JOBSUM-PUT.                                          zbnkcmpx
087900     MOVE SPACES TO JOBSUM-REC.                                   zbnkcmpx
088000     STRING 'Customers selected:          ' DELIMITED BY SIZE     zbnkcmpx
088100            WS-CUSTOMERS-SELECTED DELIMITED BY SIZE               zbnkcmpx
088200       INTO JOBSUM-REC.                                           zbnkcmpx
088300     PERFORM JOBSUM-PUT.                                          zbnkcmpx
088400     MOVE SPACES TO JOBSUM-REC.                                   zbnkcmpx
088500     STRING 'Suppressed deceased:         ' DELIMITED BY SIZE     zbnkcmpx
088600            WS-SUPPRESSED-DECEASED DELIMITED BY SIZE              zbnkcmpx
088700       INTO JOBSUM-REC.                                           zbnkcmpx
088800     PERFORM JOBSUM-PUT.                                          zbnkcmpx
088900     MOVE SPACES TO JOBSUM-REC.                                   zbnkcmpx
089000     STRING 'Suppressed KYC:              ' DELIMITED BY SIZE     zbnkcmpx
089100            WS-SUPPRESSED-KYC DELIMITED BY SIZE                   zbnkcmpx
089200       INTO JOBSUM-REC.                                           zbnkcmpx
089300     PERFORM JOBSUM-PUT.                                          zbnkcmpx
089400     MOVE SPACES TO JOBSUM-REC.                                   zbnkcmpx
089500     STRING 'Suppressed minor:            ' DELIMITED BY SIZE     zbnkcmpx
089600            WS-SUPPRESSED-MINOR DELIMITED BY SIZE                 zbnkcmpx
089700       INTO JOBSUM-REC.                                           zbnkcmpx
089800     PERFORM JOBSUM-PUT.                                          zbnkcmpx
089900     MOVE SPACES TO JOBSUM-REC.                                   zbnkcmpx
090000     STRING 'Suppressed no consent:       ' DELIMITED BY SIZE     zbnkcmpx
090100            WS-SUPPRESSED-CONSENT DELIMITED BY SIZE               zbnkcmpx
090200       INTO JOBSUM-REC.                                           zbnkcmpx
090300     PERFORM JOBSUM-PUT.                                          zbnkcmpx
090400     MOVE SPACES TO JOBSUM-REC.                                   zbnkcmpx
090500     STRING 'Suppressed undeliverable:    ' DELIMITED BY SIZE     zbnkcmpx
090600            WS-SUPPRESSED-UNDELIV DELIMITED BY SIZE               zbnkcmpx
090700       INTO JOBSUM-REC.                                           zbnkcmpx
090800     PERFORM JOBSUM-PUT.                                          zbnkcmpx
090900     MOVE SPACES TO JOBSUM-REC.                                   zbnkcmpx
091000     STRING 'Extract records:             ' DELIMITED BY SIZE     zbnkcmpx
091100            WS-EXTRACT-RECORDS DELIMITED BY SIZE                  zbnkcmpx
091200       INTO JOBSUM-REC.                                           zbnkcmpx
091300     PERFORM JOBSUM-PUT.                                          zbnkcmpx
091400     PERFORM JOBSUM-CLOSE.                                        zbnkcmpx
091500     MOVE 'Job summary written to JOBSUM'                         zbnkcmpx
091600       TO WS-CONSOLE-MESSAGE.                                     zbnkcmpx
091700     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkcmpx
091800                                                                  zbnkcmpx
091900 JOBSUM-OPEN.                                                     zbnkcmpx
092000     OPEN OUTPUT JOBSUM-FILE.                                     zbnkcmpx
092100     IF WS-JOBSUM-STATUS = '00'                                   zbnkcmpx
092200        MOVE 'JOBSUM file opened OK' TO WS-CONSOLE-MESSAGE        zbnkcmpx
092300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmpx
092400     ELSE                                                         zbnkcmpx
092500        MOVE 'JOBSUM file open failure...' TO WS-CONSOLE-MESSAGE  zbnkcmpx
092600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmpx
092700        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkcmpx
092800        PERFORM DISPLAY-IO-STATUS                                 zbnkcmpx
092900        PERFORM ABORT-PROGRAM                                     zbnkcmpx
093000     END-IF.                                                      zbnkcmpx
093100                                                                  zbnkcmpx
093200 JOBSUM-PUT.                                                      zbnkcmpx
093300     WRITE JOBSUM-REC.                                            zbnkcmpx
093400     IF WS-JOBSUM-STATUS NOT = '00'                               zbnkcmpx
093500        MOVE 'JOBSUM Error writing file ...' TO WS-CONSOLE-MESSAGEzbnkcmpx
093600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmpx
093700        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkcmpx
093800        PERFORM DISPLAY-IO-STATUS                                 zbnkcmpx
093900        PERFORM ABORT-PROGRAM                                     zbnkcmpx
094000     END-IF.                                                      zbnkcmpx
094100                                                                  zbnkcmpx
094200 JOBSUM-CLOSE.                                                    zbnkcmpx
094300     CLOSE JOBSUM-FILE.                                           zbnkcmpx
094400     IF WS-JOBSUM-STATUS = '00'                                   zbnkcmpx
094500        MOVE 'JOBSUM file closed OK' TO WS-CONSOLE-MESSAGE        zbnkcmpx
094600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmpx
094700     ELSE                                                         zbnkcmpx
094800        MOVE 'JOBSUM file close failure...' TO WS-CONSOLE-MESSAGE zbnkcmpx
094900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmpx
095000        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkcmpx
095100        PERFORM DISPLAY-IO-STATUS                                 zbnkcmpx
095200        PERFORM ABORT-PROGRAM                                     zbnkcmpx
095300     END-IF.                                                      zbnkcmpx
095400                                                                  zbnkcmpx
095500******************************************************************zbnkcmpx
095600* Run-control hooks. The START call blocks this job when it has  *zbnkcmpx
095700* already completed for the business date or a prerequisite has  *zbnkcmpx
095800* not, and records the start on BNKRUNC; the END call records    *zbnkcmpx
095900* the end time and return code. See URUNCTL.CBL.                 *zbnkcmpx
096000******************************************************************zbnkcmpx
096100 RUN-CONTROL-START.                                               zbnkcmpx
096200     SET RUNCTL-START TO TRUE.                                    zbnkcmpx
096300     MOVE 'ZBNKCMPX' TO RUNCTL-JOB.                               zbnkcmpx
096400     MOVE ZERO TO RUNCTL-BUSDATE.                                 zbnkcmpx
096500     MOVE ZERO TO RUNCTL-RETURN-CODE.                             zbnkcmpx
096600     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkcmpx
096700     IF RUNCTL-BLOCKED                                            zbnkcmpx
096800        MOVE RUNCTL-REPLY-TEXT TO WS-CONSOLE-MESSAGE              zbnkcmpx
096900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmpx
097000        MOVE 'Run control blocked this run' TO WS-CONSOLE-MESSAGE zbnkcmpx
097100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmpx
097200        MOVE 8 TO RETURN-CODE                                     zbnkcmpx
097300        GOBACK                                                    zbnkcmpx
097400     END-IF.                                                      zbnkcmpx
097500 RUN-CONTROL-START-EXIT.                                          zbnkcmpx
097600     EXIT.                                                        zbnkcmpx
097700                                                                  zbnkcmpx
097800 RUN-CONTROL-END.                                                 zbnkcmpx
097900     SET RUNCTL-END TO TRUE.                                      zbnkcmpx
098000     MOVE RETURN-CODE TO RUNCTL-RETURN-CODE.                      zbnkcmpx
098100     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkcmpx
098200                                                                  zbnkcmpx
098300******************************************************************zbnkcmpx
098400* Display the file status bytes                                  *zbnkcmpx
098500******************************************************************zbnkcmpx
098600 DISPLAY-IO-STATUS.                                               zbnkcmpx
098700     IF WS-IO-STATUS NUMERIC                                      zbnkcmpx
098800        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkcmpx
098900        STRING 'File status -' DELIMITED BY SIZE                  zbnkcmpx
099000               WS-IO-STATUS DELIMITED BY SIZE                     zbnkcmpx
099100          INTO WS-CONSOLE-MESSAGE                                 zbnkcmpx
099200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmpx
099300     ELSE                                                         zbnkcmpx
099400        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     zbnkcmpx
099500        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    zbnkcmpx
099600        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkcmpx
099700        STRING 'File status -' DELIMITED BY SIZE                  zbnkcmpx
099800               WS-IO-STAT1 DELIMITED BY SIZE                      zbnkcmpx
099900               '/' DELIMITED BY SIZE                              zbnkcmpx
100000               WS-TWO-BYTES DELIMITED BY SIZE                     zbnkcmpx
100100          INTO WS-CONSOLE-MESSAGE                                 zbnkcmpx
100200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmpx
100300     END-IF.                                                      zbnkcmpx
100400                                                                  zbnkcmpx
100500******************************************************************zbnkcmpx
100600* 'ABORT' the program. Post a message and issue a goback         *zbnkcmpx
100700******************************************************************zbnkcmpx
100800 ABORT-PROGRAM.                                                   zbnkcmpx
100900     IF WS-CONSOLE-MESSAGE NOT = SPACES                           zbnkcmpx
101000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmpx
101100     END-IF.                                                      zbnkcmpx
101200     MOVE 'Program is abending...' TO WS-CONSOLE-MESSAGE.         zbnkcmpx
101300     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkcmpx
101400     MOVE 16 TO RETURN-CODE.                                      zbnkcmpx
101500     GOBACK.                                                      zbnkcmpx
101600                                                                  zbnkcmpx
101700******************************************************************zbnkcmpx
101800* Display CONSOLE messages...                                    *zbnkcmpx
101900******************************************************************zbnkcmpx
102000 DISPLAY-CONSOLE-MESSAGE.                                         zbnkcmpx
102100     DISPLAY 'ZBNKCMPX - ' WS-CONSOLE-MESSAGE                     zbnkcmpx
102200       UPON CONSOLE.                                              zbnkcmpx
102300     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       zbnkcmpx
102400                                                                  zbnkcmpx
102500* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     zbnkcmpx
