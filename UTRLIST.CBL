000100******************************************************************utrlist
000200*                                                               * utrlist
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * utrlist
000400*   This demonstration program is provided for use by users     * utrlist
000500*   of Micro Focus products and may be used, modified and       * utrlist
000600*   distributed as part of your application provided that       * utrlist
000700*   you properly acknowledge the copyright of Micro Focus       * utrlist
000800*   in this material.                                           * utrlist
000900*                                                               * utrlist
001000******************************************************************utrlist
001100                                                                  utrlist
001200                                                                  utrlist
001300******************************************************************utrlist
001400* UTRLIST.CBL                                                    *utrlist
001500* Function:    Trial listing utility for the posting jobs run    *utrlist
001600*              with the TRIAL exec parm (see CTRLSTD.CPY for the *utrlist
001700*              parameter area). START opens a fresh TRIALLST     *utrlist
001800*              listing headed with the job and run date. Each    *utrlist
001900*              posting the job would have written to BNKTXN, and *utrlist
002000*              each office-account contra it would have passed   *utrlist
002100*              to UOFAPOST, is listed and totalled. The first    *utrlist
002200*              job summary line puts out the totals and each     *utrlist
002300*              summary line is then listed exactly as the live   *utrlist
002400*              run writes it to JOBSUM, so the two compare line  *utrlist
002500*              for line. FINISH closes the listing off. The      *utrlist
002600*              listing is opened and closed on every call.       *utrlist
002700******************************************************************utrlist
002800 IDENTIFICATION DIVISION.                                         utrlist
002900 PROGRAM-ID.                                                      utrlist
003000     UTRLIST.                                                     utrlist
003100 DATE-WRITTEN.                                                    utrlist
003200     October 2026.                                                utrlist
003300 DATE-COMPILED.                                                   utrlist
003400     Today.                                                       utrlist
003500                                                                  utrlist
003600 ENVIRONMENT DIVISION.                                            utrlist
003700 INPUT-OUTPUT   SECTION.                                          utrlist
003800   FILE-CONTROL.                                                  utrlist
003900     SELECT TRIALLST-FILE                                         utrlist
004000            ASSIGN       TO TRIALLST                              utrlist
004100            ORGANIZATION IS SEQUENTIAL                            utrlist
004200            ACCESS MODE  IS SEQUENTIAL                            utrlist
004300            FILE STATUS  IS WS-TRIALLST-STATUS.                   utrlist
004400                                                                  utrlist
004500 DATA DIVISION.                                                   utrlist
004600 FILE SECTION.                                                    utrlist
004700                                                                  utrlist
004800 FD  TRIALLST-FILE.                                               utrlist
004900 01  TRIALLST-REC                      PIC X(121).                utrlist
005000                                                                  utrlist
005100 WORKING-STORAGE SECTION.                                         utrlist
005200 01  WS-TRIALLST-STATUS.                                          utrlist
005300   05  WS-TRIALLST-STAT1               PIC X(1).                  utrlist
005400   05  WS-TRIALLST-STAT2               PIC X(1).                  utrlist
005500                                                                  utrlist
005600 01  WS-BNKTXN-REC.                                               utrlist
005700 COPY CBANKVTX.                                                   utrlist
005800                                                                  utrlist
005900******************************************************************utrlist
006000* Totals kept from call to call for the run in progress.         *utrlist
006100******************************************************************utrlist
006200 01  WS-TRIAL-TOTALS.                                             utrlist
006300   05  WS-POSTINGS-LISTED              PIC 9(7) VALUE ZERO.       utrlist
006400   05  WS-DEBITS-LISTED                PIC 9(7) VALUE ZERO.       utrlist
006500   05  WS-DEBITS-AMOUNT                PIC S9(11)V99 VALUE ZERO.  utrlist
006600   05  WS-CREDITS-LISTED               PIC 9(7) VALUE ZERO.       utrlist
006700   05  WS-CREDITS-AMOUNT               PIC S9(11)V99 VALUE ZERO.  utrlist
006800   05  WS-CONTRAS-LISTED               PIC 9(7) VALUE ZERO.       utrlist
006900   05  WS-CONTRA-DR-AMOUNT             PIC S9(11)V99 VALUE ZERO.  utrlist
007000   05  WS-CONTRA-CR-AMOUNT             PIC S9(11)V99 VALUE ZERO.  utrlist
007100 01  WS-TOTALS-STATE                   PIC X(1) VALUE 'N'.        utrlist
007200   88  WS-TOTALS-WRITTEN               VALUE 'Y'.                 utrlist
007300   88  WS-TOTALS-NOT-WRITTEN           VALUE 'N'.                 utrlist
007400                                                                  utrlist
007500 01  WS-POSTING-LINE.                                             utrlist
007600   05  WS-PL-ACCNO                     PIC X(9).                  utrlist
007700   05  FILLER                          PIC X(2).                  utrlist
007800   05  WS-PL-DATE                      PIC X(11).                 utrlist
007900   05  FILLER                          PIC X(2).                  utrlist
008000   05  WS-PL-TIME                      PIC X(8).                  utrlist
008100   05  FILLER                          PIC X(2).                  utrlist
008200   05  WS-PL-TYPE                      PIC X(3).                  utrlist
008300   05  FILLER                          PIC X(2).                  utrlist
008400   05  WS-PL-DESC                      PIC X(25).                 utrlist
008500   05  FILLER                          PIC X(2).                  utrlist
008600   05  WS-PL-AMOUNT                    PIC -(8)9.99.              utrlist
008700   05  FILLER                          PIC X(2).                  utrlist
008800   05  WS-PL-BALANCE                   PIC -(8)9.99.              utrlist
008900   05  FILLER                          PIC X(29).                 utrlist
009000 01  WS-CONTRA-LINE REDEFINES WS-POSTING-LINE.                    utrlist
009100   05  WS-CL-LITERAL                   PIC X(9).                  utrlist
009200   05  FILLER                          PIC X(2).                  utrlist
009300   05  WS-CL-OFA-ID                    PIC X(8).                  utrlist
009400   05  FILLER                          PIC X(15).                 utrlist
009500   05  WS-CL-DRCR                      PIC X(2).                  utrlist
009600   05  FILLER                          PIC X(30).                 utrlist
009700   05  WS-CL-AMOUNT                    PIC -(8)9.99.              utrlist
009800   05  FILLER                          PIC X(43).                 utrlist
009900                                                                  utrlist
010000 01  WS-TOTAL-LINE.                                               utrlist
010100   05  WS-TL-LABEL                     PIC X(30).                 utrlist
010200   05  WS-TL-COUNT                     PIC Z,ZZZ,ZZ9.             utrlist
010300   05  FILLER                          PIC X(4).                  utrlist
010400   05  WS-TL-AMOUNT                    PIC -(11)9.99.             utrlist
010500   05  FILLER                          PIC X(63).                 utrlist
010600                                                                  utrlist
010700 LINKAGE SECTION.                                                 utrlist
010800 01  LK-TRIAL-PARM.                                               utrlist
010900 COPY CTRLSTD.                                                    utrlist
011000                                                                  utrlist
011100 PROCEDURE DIVISION USING LK-TRIAL-PARM.                          utrlist
011200                                                                  utrlist
011300     SET TRL-OK TO TRUE.                                          utrlist
011400     MOVE SPACES TO TRL-REPLY-TEXT.                               utrlist
011500                                                                  utrlist
011600     IF TRL-START                                                 utrlist
011700        OPEN OUTPUT TRIALLST-FILE                                 utrlist
011800     ELSE                                                         utrlist
011900        OPEN EXTEND TRIALLST-FILE                                 utrlist
012000     END-IF.                                                      utrlist
012100     IF WS-TRIALLST-STATUS NOT = '00'                             utrlist
012200        SET TRL-FAILED TO TRUE                                    utrlist
012300        MOVE 'TRIALLST listing unavailable' TO TRL-REPLY-TEXT     utrlist
012400        GOBACK                                                    utrlist
012500     END-IF.                                                      utrlist
012600                                                                  utrlist
012700     EVALUATE TRUE                                                utrlist
012800       WHEN TRL-START                                             utrlist
012900         PERFORM START-LISTING                                    utrlist
013000       WHEN TRL-POSTING                                           utrlist
013100         PERFORM LIST-POSTING                                     utrlist
013200       WHEN TRL-CONTRA                                            utrlist
013300         PERFORM LIST-CONTRA                                      utrlist
013400       WHEN TRL-SUMMARY-LINE                                      utrlist
013500         PERFORM LIST-SUMMARY-LINE                                utrlist
013600       WHEN TRL-FINISH                                            utrlist
013700         PERFORM FINISH-LISTING                                   utrlist
013800       WHEN OTHER                                                 utrlist
013900         SET TRL-FAILED TO TRUE                                   utrlist
014000         MOVE 'Trial listing function not recognised'             utrlist
014100           TO TRL-REPLY-TEXT                                      utrlist
014200     END-EVALUATE.                                                utrlist
014300                                                                  utrlist
014400     CLOSE TRIALLST-FILE.                                         utrlist
014500     GOBACK.                                                      utrlist
014600                                                                  utrlist
014700******************************************************************utrlist
014800* Heading for a new trial run; the totals start again from zero. *utrlist
014900******************************************************************utrlist
015000 START-LISTING.                                                   utrlist
015100     MOVE ZERO TO WS-POSTINGS-LISTED.                             utrlist
015200     MOVE ZERO TO WS-DEBITS-LISTED.                               utrlist
015300     MOVE ZERO TO WS-DEBITS-AMOUNT.                               utrlist
015400     MOVE ZERO TO WS-CREDITS-LISTED.                              utrlist
015500     MOVE ZERO TO WS-CREDITS-AMOUNT.                              utrlist
015600     MOVE ZERO TO WS-CONTRAS-LISTED.                              utrlist
015700     MOVE ZERO TO WS-CONTRA-DR-AMOUNT.                            utrlist
015800     MOVE ZERO TO WS-CONTRA-CR-AMOUNT.                            utrlist
015900     SET WS-TOTALS-NOT-WRITTEN TO TRUE.                           utrlist
016000     MOVE SPACES TO TRIALLST-REC.                                 utrlist
016100     STRING TRL-JOB DELIMITED BY SIZE                             utrlist
016200            ' TRIAL RUN - NOTHING POSTED - run date '             utrlist
016300              DELIMITED BY SIZE                                   utrlist
016400            TRL-RUN-DATE DELIMITED BY SIZE                        utrlist
016500       INTO TRIALLST-REC.                                         utrlist
016600     PERFORM TRIALLST-PUT.                                        utrlist
016700     MOVE SPACES TO TRIALLST-REC.                                 utrlist
016800     PERFORM TRIALLST-PUT.                                        utrlist
016900     MOVE 'Account    Date         Time      Typ  Description'    utrlist
017000       TO TRIALLST-REC.                                           utrlist
017100     MOVE '       Amount       Balance' TO TRIALLST-REC (66:27).  utrlist
017200     PERFORM TRIALLST-PUT.                                        utrlist
017300                                                                  utrlist
017400******************************************************************utrlist
017500* One posting as the job would have written it to BNKTXN.        *utrlist
017600******************************************************************utrlist
017700 LIST-POSTING.                                                    utrlist
017800     MOVE TRL-TXN-IMAGE TO WS-BNKTXN-REC.                         utrlist
017900     MOVE SPACES TO WS-POSTING-LINE.                              utrlist
018000     MOVE BTX-REC-ACCNO TO WS-PL-ACCNO.                           utrlist
018100     MOVE BTX-REC-DATE TO WS-PL-DATE.                             utrlist
018200     MOVE BTX-REC-TIME TO WS-PL-TIME.                             utrlist
018300     MOVE BTX-REC-TYPE TO WS-PL-TYPE.                             utrlist
018400     MOVE BTX-REC-DESC TO WS-PL-DESC.                             utrlist
018500     MOVE BTX-REC-AMOUNT TO WS-PL-AMOUNT.                         utrlist
018600     MOVE BTX-REC-BALANCE TO WS-PL-BALANCE.                       utrlist
018700     MOVE WS-POSTING-LINE TO TRIALLST-REC.                        utrlist
018800     PERFORM TRIALLST-PUT.                                        utrlist
018900     ADD 1 TO WS-POSTINGS-LISTED.                                 utrlist
019000     IF BTX-REC-AMOUNT IS LESS THAN ZERO                          utrlist
019100        ADD 1 TO WS-DEBITS-LISTED                                 utrlist
019200        ADD BTX-REC-AMOUNT TO WS-DEBITS-AMOUNT                    utrlist
019300     ELSE                                                         utrlist
019400        ADD 1 TO WS-CREDITS-LISTED                                utrlist
019500        ADD BTX-REC-AMOUNT TO WS-CREDITS-AMOUNT                   utrlist
019600     END-IF.                                                      utrlist
019700                                                                  utrlist
019800******************************************************************utrlist
019900* One office-account contra the job would have passed to         *utrlist
020000* UOFAPOST.                                                      *utrlist
020100******************************************************************utrlist
020200 LIST-CONTRA.                                                     utrlist
020300     MOVE SPACES TO WS-CONTRA-LINE.                               utrlist
020400     MOVE 'Office' TO WS-CL-LITERAL.                              utrlist
020500     MOVE TRL-OFA-ID TO WS-CL-OFA-ID.                             utrlist
020600     MOVE TRL-OFA-DRCR TO WS-CL-DRCR.                             utrlist
020700     MOVE TRL-OFA-AMOUNT TO WS-CL-AMOUNT.                         utrlist
020800     MOVE WS-CONTRA-LINE TO TRIALLST-REC.                         utrlist
020900     PERFORM TRIALLST-PUT.                                        utrlist
021000     ADD 1 TO WS-CONTRAS-LISTED.                                  utrlist
021100     IF TRL-OFA-DRCR IS EQUAL TO 'DR'                             utrlist
021200        ADD TRL-OFA-AMOUNT TO WS-CONTRA-DR-AMOUNT                 utrlist
021300     ELSE                                                         utrlist
021400        ADD TRL-OFA-AMOUNT TO WS-CONTRA-CR-AMOUNT                 utrlist
021500     END-IF.                                                      utrlist
021600                                                                  utrlist
021700******************************************************************utrlist
021800* A job summary line. The first one puts out the posting totals  *utrlist
021900* and the heading for the summary.                               *utrlist
022000******************************************************************utrlist
022100 LIST-SUMMARY-LINE.                                               utrlist
022200     IF WS-TOTALS-NOT-WRITTEN                                     utrlist
022300        PERFORM WRITE-TOTALS                                      utrlist
022400        MOVE SPACES TO TRIALLST-REC                               utrlist
022500        PERFORM TRIALLST-PUT                                      utrlist
022600        MOVE                                                      utrlist
022700            'Job summary as the live run will write it to JOBSUM:'utrlist
022800          TO TRIALLST-REC                                         utrlist
022900        PERFORM TRIALLST-PUT                                      utrlist
023000     END-IF.                                                      utrlist
023100     MOVE TRL-TEXT TO TRIALLST-REC.                               utrlist
023200     PERFORM TRIALLST-PUT.                                        utrlist
023300                                                                  utrlist
023400 FINISH-LISTING.                                                  utrlist
023500     IF WS-TOTALS-NOT-WRITTEN                                     utrlist
023600        PERFORM WRITE-TOTALS                                      utrlist
023700     END-IF.                                                      utrlist
023800     MOVE SPACES TO TRIALLST-REC.                                 utrlist
023900     PERFORM TRIALLST-PUT.                                        utrlist
024000     MOVE 'End of trial listing - nothing was posted'             utrlist
024100       TO TRIALLST-REC.                                           utrlist
024200     PERFORM TRIALLST-PUT.                                        utrlist
024300                                                                  utrlist
024400 WRITE-TOTALS.                                                    utrlist
024500     MOVE SPACES TO TRIALLST-REC.                                 utrlist
024600     PERFORM TRIALLST-PUT.                                        utrlist
024700     MOVE SPACES TO WS-TOTAL-LINE.                                utrlist
024800     MOVE 'Postings listed' TO WS-TL-LABEL.                       utrlist
024900     MOVE WS-POSTINGS-LISTED TO WS-TL-COUNT.                      utrlist
025000     COMPUTE WS-TL-AMOUNT = WS-DEBITS-AMOUNT + WS-CREDITS-AMOUNT. utrlist
025100     MOVE WS-TOTAL-LINE TO TRIALLST-REC.                          utrlist
025200     PERFORM TRIALLST-PUT.                                        utrlist
025300     MOVE '  of which debits' TO WS-TL-LABEL.                     utrlist
025400     MOVE WS-DEBITS-LISTED TO WS-TL-COUNT.                        utrlist
025500     MOVE WS-DEBITS-AMOUNT TO WS-TL-AMOUNT.                       utrlist
025600     MOVE WS-TOTAL-LINE TO TRIALLST-REC.                          utrlist
025700     PERFORM TRIALLST-PUT.                                        utrlist
025800     MOVE '  of which credits' TO WS-TL-LABEL.                    utrlist
025900     MOVE WS-CREDITS-LISTED TO WS-TL-COUNT.                       utrlist
026000     MOVE WS-CREDITS-AMOUNT TO WS-TL-AMOUNT.                      utrlist
026100     MOVE WS-TOTAL-LINE TO TRIALLST-REC.                          utrlist
026200     PERFORM TRIALLST-PUT.                                        utrlist
026300     MOVE 'Office contras listed' TO WS-TL-LABEL.                 utrlist
026400     MOVE WS-CONTRAS-LISTED TO WS-TL-COUNT.                       utrlist
026500     COMPUTE WS-TL-AMOUNT =                                       utrlist
026600         WS-CONTRA-CR-AMOUNT - WS-CONTRA-DR-AMOUNT.               utrlist
026700     MOVE WS-TOTAL-LINE TO TRIALLST-REC.                          utrlist
026800     PERFORM TRIALLST-PUT.                                        utrlist
026900     MOVE SPACES TO WS-TOTAL-LINE.                                utrlist
027000     MOVE '  office debits' TO WS-TL-LABEL.                       utrlist
027100     MOVE WS-CONTRA-DR-AMOUNT TO WS-TL-AMOUNT.                    utrlist
027200     MOVE WS-TOTAL-LINE TO TRIALLST-REC.                          utrlist
027300     PERFORM TRIALLST-PUT.                                        utrlist
027400     MOVE '  office credits' TO WS-TL-LABEL.                      utrlist
027500     MOVE WS-CONTRA-CR-AMOUNT TO WS-TL-AMOUNT.                    utrlist
027600     MOVE WS-TOTAL-LINE TO TRIALLST-REC.                          utrlist
027700     PERFORM TRIALLST-PUT.                                        utrlist
027800     SET WS-TOTALS-WRITTEN TO TRUE.                               utrlist
027900                                                                  utrlist
028000 TRIALLST-PUT.                                                    utrlist
028100     WRITE TRIALLST-REC.                                          utrlist
028200     IF WS-TRIALLST-STATUS NOT = '00'                             utrlist
028300        SET TRL-FAILED TO TRUE                                    utrlist
028400        MOVE SPACES TO TRL-REPLY-TEXT                             utrlist
028500        STRING 'TRIALLST write failed, status '                   utrlist
028600                                 DELIMITED BY SIZE                utrlist
028700               WS-TRIALLST-STATUS DELIMITED BY SIZE               utrlist
028800          INTO TRL-REPLY-TEXT                                     utrlist
028900     END-IF.                                                      utrlist
