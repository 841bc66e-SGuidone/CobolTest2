002000*              the expired limit down to zero. DBANK25P records  *zbnkodrv
002100*              the credit officer's review outcome and re-sets   *zbnkodrv
002200*              the date, which takes the account off this report.*zbnkodrv
002210*              A revolving credit line's limit is its BNKRVLN    *zbnkodrv
002220*              credit limit, maintained on DBANK55P and held by  *zbnkodrv
002230*              the billing run, so those accounts are left out.  *zbnkodrv
002300******************************************************************zbnkodrv
002400 IDENTIFICATION DIVISION.                                         zbnkodrv
002500 PROGRAM-ID.                                                      zbnkodrv
004400            ACCESS MODE  IS RANDOM                                zbnkodrv
004500            RECORD KEY   IS NQ-REC-KEY                            zbnkodrv
004600            FILE STATUS  IS WS-NOTQ-STATUS.                       zbnkodrv
004610     SELECT RVLN-FILE                                             zbnkodrv
004620            ASSIGN       TO BNKRVLN                               zbnkodrv
004630            ORGANIZATION IS INDEXED                               zbnkodrv
004640            ACCESS MODE  IS RANDOM                                zbnkodrv
004650            RECORD KEY   IS RVL-REC-ACCNO                         zbnkodrv
004660            FILE STATUS  IS WS-RVLN-STATUS.                       zbnkodrv
004700     SELECT PRINTOUT-FILE                                         zbnkodrv
004800            ASSIGN       TO PRINTOUT                              zbnkodrv
004900            ORGANIZATION IS SEQUENTIAL                            zbnkodrv
006600 01  NOTQ-FILE-REC.                                               zbnkodrv
006700 COPY CBANKVNQ.                                                   zbnkodrv
006800                                                                  zbnkodrv
006810 FD  RVLN-FILE.                                                   zbnkodrv
006820 01  RVLN-FILE-REC.                                               zbnkodrv
006830 COPY CBANKVRN.                                                   zbnkodrv
006840                                                                  zbnkodrv
006900 FD  PRINTOUT-FILE.                                               zbnkodrv
007000 01  PRINTOUT-REC                      PIC X(121).                zbnkodrv
007100                                                                  zbnkodrv
008200   05  WS-NOTQ-STATUS.                                            zbnkodrv
008300     10  WS-NOTQ-STAT1                  PIC X(1).                 zbnkodrv
008400     10  WS-NOTQ-STAT2                  PIC X(1).                 zbnkodrv
008410   05  WS-RVLN-STATUS.                                            zbnkodrv
008420     10  WS-RVLN-STAT1                  PIC X(1).                 zbnkodrv
008430     10  WS-RVLN-STAT2                  PIC X(1).                 zbnkodrv
008500   05  WS-PRINTOUT-STATUS.                                        zbnkodrv
008600     10  WS-PRINTOUT-STAT1              PIC X(1).                 zbnkodrv
008700     10  WS-PRINTOUT-STAT2              PIC X(1).                 zbnkodrv
014100 01  WS-FACILITIES-DUE                     PIC 9(5) VALUE ZERO.   zbnkodrv
014200 01  WS-NOTICES-SENT                       PIC 9(5) VALUE ZERO.   zbnkodrv
014300 01  WS-LIMITS-WITHDRAWN                   PIC 9(5) VALUE ZERO.   zbnkodrv
014310 01  WS-CREDIT-LINES-SKIPPED               PIC 9(5) VALUE ZERO.   zbnkodrv
014400                                                                  zbnkodrv
014500 01  WS-END-OF-ACCOUNT                     PIC X(3) VALUE 'NO '.  zbnkodrv
014510 01  WS-RVLN-AVAILABLE                     PIC X(3) VALUE 'NO '.  zbnkodrv
014600                                                                  zbnkodrv
014700 PROCEDURE DIVISION.                                              zbnkodrv
014800                                                                  zbnkodrv
015800                                                                  zbnkodrv
015900     PERFORM ACCOUNT-OPEN.                                        zbnkodrv
016000     PERFORM NOTQ-OPEN.                                           zbnkodrv
016010     PERFORM RVLN-OPEN.                                           zbnkodrv
016100     PERFORM PRINTOUT-OPEN.                                       zbnkodrv
016200                                                                  zbnkodrv
016300     PERFORM WRITE-REPORT-HEADING.                                zbnkodrv
016800                                                                  zbnkodrv
016900     PERFORM ACCOUNT-CLOSE.                                       zbnkodrv
017000     PERFORM NOTQ-CLOSE.                                          zbnkodrv
017010     PERFORM RVLN-CLOSE.                                          zbnkodrv
017100     PERFORM PRINTOUT-CLOSE.                                      zbnkodrv
017200                                                                  zbnkodrv
017300     PERFORM PRINT-JOB-SUMMARY.                                   zbnkodrv
021300* already notified - limit stepped down to zero. An account      *zbnkodrv
021400* with a limit but no review date has never been put on the      *zbnkodrv
021500* cycle, which is itself an exception the credit team must fix.  *zbnkodrv
021510* A revolving credit line account is not an overdraft facility. * zbnkodrv
021600******************************************************************zbnkodrv
021700 REVIEW-ONE-FACILITY.                                             zbnkodrv
021800     IF NOT BAC-REC-ACTIVE                                        zbnkodrv
022100     IF BAC-REC-OVERDRAFT-LIMIT IS NOT GREATER THAN ZERO          zbnkodrv
022200        GO TO REVIEW-ONE-FACILITY-NEXT                            zbnkodrv
022300     END-IF.                                                      zbnkodrv
022310     IF WS-RVLN-AVAILABLE = 'YES'                                 zbnkodrv
022320        MOVE BAC-REC-ACCNO TO RVL-REC-ACCNO                       zbnkodrv
022330        READ RVLN-FILE                                            zbnkodrv
022340        IF WS-RVLN-STATUS = '00'                                  zbnkodrv
022350           ADD 1 TO WS-CREDIT-LINES-SKIPPED                       zbnkodrv
022360           GO TO REVIEW-ONE-FACILITY-NEXT                         zbnkodrv
022370        END-IF                                                    zbnkodrv
022380     END-IF.                                                      zbnkodrv
022400     ADD 1 TO WS-FACILITIES-SEEN.                                 zbnkodrv
022500     IF BAC-REC-OD-REVIEW-DTE IS EQUAL TO ZERO                    zbnkodrv
022600        MOVE 'No review date set' TO WS-DET-NOTE                  zbnkodrv
043600        PERFORM ABORT-PROGRAM                                     zbnkodrv
043700     END-IF.                                                      zbnkodrv
043800                                                                  zbnkodrv
043805******************************************************************zbnkodrv
043810* Open and close the RVLN credit line file - optional, as        *zbnkodrv
043815* without it no account is a credit line.                        *zbnkodrv
043820******************************************************************zbnkodrv
043825 RVLN-OPEN.                                                       zbnkodrv
043830     OPEN INPUT RVLN-FILE.                                        zbnkodrv
043835     IF WS-RVLN-STATUS = '00'                                     zbnkodrv
043840        MOVE 'YES' TO WS-RVLN-AVAILABLE                           zbnkodrv
043845     ELSE                                                         zbnkodrv
043850        MOVE 'No BNKRVLN credit lines this run'                   zbnkodrv
043855          TO WS-CONSOLE-MESSAGE                                   zbnkodrv
043860        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkodrv
043865     END-IF.                                                      zbnkodrv
043870                                                                  zbnkodrv
043875 RVLN-CLOSE.                                                      zbnkodrv
043880     IF WS-RVLN-AVAILABLE = 'YES'                                 zbnkodrv
043885        CLOSE RVLN-FILE                                           zbnkodrv
043890     END-IF.                                                      zbnkodrv
043895                                                                  zbnkodrv
043900******************************************************************zbnkodrv
044000* Open, access and close the PRINTOUT file.                      *zbnkodrv
044100******************************************************************zbnkodrv
050300            WS-LIMITS-WITHDRAWN DELIMITED BY SIZE                 zbnkodrv
050400       INTO JOBSUM-REC.                                           zbnkodrv
050500     PERFORM JOBSUM-PUT.                                          zbnkodrv
050510     MOVE SPACES TO JOBSUM-REC.                                   zbnkodrv
050520     STRING 'Credit line accounts skipped:' DELIMITED BY SIZE     zbnkodrv
050530            WS-CREDIT-LINES-SKIPPED DELIMITED BY SIZE             zbnkodrv
050540       INTO JOBSUM-REC.                                           zbnkodrv
050550     PERFORM JOBSUM-PUT.                                          zbnkodrv
050600     PERFORM JOBSUM-CLOSE.                                        zbnkodrv
050700     MOVE 'Job summary written to JOBSUM'                         zbnkodrv
050800       TO WS-CONSOLE-MESSAGE.                                     zbnkodrv
