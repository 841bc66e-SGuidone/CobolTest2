000100******************************************************************uchkpt
000200*                                                               * uchkpt
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * uchkpt
000400*   This demonstration program is provided for use by users     * uchkpt
000500*   of Micro Focus products and may be used, modified and       * uchkpt
000600*   distributed as part of your application provided that       * uchkpt
000700*   you properly acknowledge the copyright of Micro Focus       * uchkpt
000800*   in this material.                                           * uchkpt
000900*                                                               * uchkpt
001000******************************************************************uchkpt
001100                                                                  uchkpt
001200******************************************************************uchkpt
001300* UCHKPT.CBL                                                     *uchkpt
001400* Function:    Checkpoint/restart utility for the inbound        *uchkpt
001500*              posting jobs (see CCHKPTD.CPY for the parameter   *uchkpt
001600*              area), called like URUNCTL and UFILECTL. The      *uchkpt
001700*              GET-RESTART function tells a starting job whether *uchkpt
001800*              its last run was interrupted and, if so, which    *uchkpt
001900*              file it was applying, the last input record it    *uchkpt
002000*              finished and the totals it had reached. The TAKE  *uchkpt
002100*              function records the same on BNKCKPT at the       *uchkpt
002200*              job's chosen interval, and COMPLETE marks the run *uchkpt
002300*              finished so the next one starts from record one.  *uchkpt
002400*              The file is opened and closed on every call, so   *uchkpt
002500*              a checkpoint is on disk the moment the call       *uchkpt
002600*              returns.                                          *uchkpt
002700******************************************************************uchkpt
002800 IDENTIFICATION DIVISION.                                         uchkpt
002900 PROGRAM-ID.                                                      uchkpt
003000     UCHKPT.                                                      uchkpt
003100 DATE-WRITTEN.                                                    uchkpt
003200     October 2026.                                                uchkpt
003300 DATE-COMPILED.                                                   uchkpt
003400     Today.                                                       uchkpt
003500                                                                  uchkpt
003600 ENVIRONMENT DIVISION.                                            uchkpt
003700 INPUT-OUTPUT   SECTION.                                          uchkpt
003800   FILE-CONTROL.                                                  uchkpt
003900     SELECT CKPT-FILE                                             uchkpt
004000            ASSIGN       TO BNKCKPT                               uchkpt
004100            ORGANIZATION IS INDEXED                               uchkpt
004200            ACCESS MODE  IS RANDOM                                uchkpt
004300            RECORD KEY   IS CK-REC-JOB                            uchkpt
004400            FILE STATUS  IS WS-CKPT-STATUS.                       uchkpt
004500                                                                  uchkpt
004600 DATA DIVISION.                                                   uchkpt
004700 FILE SECTION.                                                    uchkpt
004800                                                                  uchkpt
004900 FD  CKPT-FILE.                                                   uchkpt
005000 01  CKPT-FILE-REC.                                               uchkpt
005100 COPY CBANKVCK.                                                   uchkpt
005200                                                                  uchkpt
005300 WORKING-STORAGE SECTION.                                         uchkpt
005400 01  WS-CKPT-STATUS.                                              uchkpt
005500   05  WS-CKPT-STAT1                   PIC X(1).                  uchkpt
005600   05  WS-CKPT-STAT2                   PIC X(1).                  uchkpt
005700                                                                  uchkpt
005800 01  WS-TODAY-DATE-N                   PIC 9(8).                  uchkpt
005900 01  WS-RUN-TIME-8                     PIC 9(8).                  uchkpt
006000                                                                  uchkpt
006100 01  WS-INTERVAL                       PIC 9(5).                  uchkpt
006200 01  WS-QUOTIENT                       PIC 9(7).                  uchkpt
006300 01  WS-REMAINDER                      PIC 9(5).                  uchkpt
006400 01  WS-SLOT                           PIC 9(2) COMP.             uchkpt
006500                                                                  uchkpt
006600 LINKAGE SECTION.                                                 uchkpt
006700 01  LK-CHKPT-PARM.                                               uchkpt
006800 COPY CCHKPTD.                                                    uchkpt
006900                                                                  uchkpt
007000 PROCEDURE DIVISION USING LK-CHKPT-PARM.                          uchkpt
007100                                                                  uchkpt
007200     SET CKP-DONE TO TRUE.                                        uchkpt
007300     MOVE SPACES TO CKP-REPLY-TEXT.                               uchkpt
007400                                                                  uchkpt
007500******************************************************************uchkpt
007600* A record not yet at the interval is acknowledged without       *uchkpt
007700* touching the file.                                             *uchkpt
007800******************************************************************uchkpt
007900     IF CKP-TAKE                                                  uchkpt
008000        MOVE CKP-INTERVAL TO WS-INTERVAL                          uchkpt
008100        IF WS-INTERVAL IS EQUAL TO ZERO                           uchkpt
008200           MOVE 1 TO WS-INTERVAL                                  uchkpt
008300        END-IF                                                    uchkpt
008400        DIVIDE CKP-RECORD-NO BY WS-INTERVAL                       uchkpt
008500            GIVING WS-QUOTIENT REMAINDER WS-REMAINDER             uchkpt
008600        IF WS-REMAINDER IS NOT EQUAL TO ZERO                      uchkpt
008700           GOBACK                                                 uchkpt
008800        END-IF                                                    uchkpt
008900     END-IF.                                                      uchkpt
009000                                                                  uchkpt
009100     ACCEPT WS-TODAY-DATE-N FROM DATE YYYYMMDD.                   uchkpt
009200     ACCEPT WS-RUN-TIME-8 FROM TIME.                              uchkpt
009300                                                                  uchkpt
009400     OPEN I-O CKPT-FILE.                                          uchkpt
009500     IF WS-CKPT-STATUS NOT = '00'                                 uchkpt
009600        SET CKP-FAILED TO TRUE                                    uchkpt
009700        MOVE 'Checkpoint file unavailable'                        uchkpt
009800          TO CKP-REPLY-TEXT                                       uchkpt
009900        GOBACK                                                    uchkpt
010000     END-IF.                                                      uchkpt
010100                                                                  uchkpt
010200     IF CKP-GET-RESTART                                           uchkpt
010300        PERFORM GET-RESTART-POINT                                 uchkpt
010400            THRU GET-RESTART-POINT-EXIT                           uchkpt
010500     ELSE                                                         uchkpt
010600        PERFORM RECORD-CHECKPOINT                                 uchkpt
010700            THRU RECORD-CHECKPOINT-EXIT                           uchkpt
010800     END-IF.                                                      uchkpt
010900                                                                  uchkpt
011000     CLOSE CKPT-FILE.                                             uchkpt
011100     GOBACK.                                                      uchkpt
011200                                                                  uchkpt
011300******************************************************************uchkpt
011400* GET-RESTART: an in-progress checkpoint past record zero is a   *uchkpt
011500* run that did not finish - hand its position and totals back.   *uchkpt
011600* Anything else is a fresh start.                                *uchkpt
011700******************************************************************uchkpt
011800 GET-RESTART-POINT.                                               uchkpt
011900     SET CKP-FRESH TO TRUE.                                       uchkpt
012000     MOVE CKP-JOB TO CK-REC-JOB.                                  uchkpt
012100     READ CKPT-FILE.                                              uchkpt
012200     IF WS-CKPT-STATUS NOT = '00'                                 uchkpt
012300        GO TO GET-RESTART-POINT-EXIT                              uchkpt
012400     END-IF.                                                      uchkpt
012500     IF NOT CK-REC-IN-PROGRESS OR                                 uchkpt
012600        CK-REC-RECORD-NO IS EQUAL TO ZERO                         uchkpt
012700        GO TO GET-RESTART-POINT-EXIT                              uchkpt
012800     END-IF.                                                      uchkpt
012900     SET CKP-RESTART TO TRUE.                                     uchkpt
013000     MOVE CK-REC-FILE-ID TO CKP-FILE-ID.                          uchkpt
013100     MOVE CK-REC-RECORD-NO TO CKP-RECORD-NO.                      uchkpt
013200     MOVE CK-REC-AMOUNT-TOTAL TO CKP-AMOUNT-TOTAL.                uchkpt
013300     MOVE CK-REC-TAKEN-DTE TO CKP-TAKEN-DTE.                      uchkpt
013400     MOVE CK-REC-TAKEN-TIME TO CKP-TAKEN-TIME.                    uchkpt
013500     PERFORM RETURN-ONE-COUNT                                     uchkpt
013600         VARYING WS-SLOT FROM 1 BY 1                              uchkpt
013700         UNTIL WS-SLOT IS GREATER THAN 8.                         uchkpt
013800     PERFORM RETURN-ONE-AMOUNT                                    uchkpt
013900         VARYING WS-SLOT FROM 1 BY 1                              uchkpt
014000         UNTIL WS-SLOT IS GREATER THAN 4.                         uchkpt
014100 GET-RESTART-POINT-EXIT.                                          uchkpt
014200     EXIT.                                                        uchkpt
014300                                                                  uchkpt
014400 RETURN-ONE-COUNT.                                                uchkpt
014500     MOVE CK-REC-COUNT (WS-SLOT) TO CKP-COUNT (WS-SLOT).          uchkpt
014600                                                                  uchkpt
014700 RETURN-ONE-AMOUNT.                                               uchkpt
014800     MOVE CK-REC-AMOUNT (WS-SLOT) TO CKP-AMOUNT (WS-SLOT).        uchkpt
014900                                                                  uchkpt
015000******************************************************************uchkpt
015100* TAKE and COMPLETE: write or refresh the job's one record.      *uchkpt
015200* COMPLETE keeps the final position for reference but marks the  *uchkpt
015300* record so it is never resumed from.                            *uchkpt
015400******************************************************************uchkpt
015500 RECORD-CHECKPOINT.                                               uchkpt
015600     MOVE CKP-JOB TO CK-REC-JOB.                                  uchkpt
015700     READ CKPT-FILE.                                              uchkpt
015800     IF WS-CKPT-STATUS NOT = '00'                                 uchkpt
015900        MOVE SPACES TO CKPT-FILE-REC                              uchkpt
016000        MOVE CKP-JOB TO CK-REC-JOB                                uchkpt
016100     END-IF.                                                      uchkpt
016200     IF CKP-COMPLETE                                              uchkpt
016300        SET CK-REC-COMPLETE TO TRUE                               uchkpt
016400     ELSE                                                         uchkpt
016500        SET CK-REC-IN-PROGRESS TO TRUE                            uchkpt
016600     END-IF.                                                      uchkpt
016700     MOVE CKP-FILE-ID TO CK-REC-FILE-ID.                          uchkpt
016800     MOVE CKP-RECORD-NO TO CK-REC-RECORD-NO.                      uchkpt
016900     MOVE CKP-AMOUNT-TOTAL TO CK-REC-AMOUNT-TOTAL.                uchkpt
017000     MOVE WS-TODAY-DATE-N TO CK-REC-TAKEN-DTE.                    uchkpt
017100     MOVE WS-RUN-TIME-8 (1:6) TO CK-REC-TAKEN-TIME.               uchkpt
017200     PERFORM STORE-ONE-COUNT                                      uchkpt
017300         VARYING WS-SLOT FROM 1 BY 1                              uchkpt
017400         UNTIL WS-SLOT IS GREATER THAN 8.                         uchkpt
017500     PERFORM STORE-ONE-AMOUNT                                     uchkpt
017600         VARYING WS-SLOT FROM 1 BY 1                              uchkpt
017700         UNTIL WS-SLOT IS GREATER THAN 4.                         uchkpt
017800     IF WS-CKPT-STATUS = '00'                                     uchkpt
017900        REWRITE CKPT-FILE-REC                                     uchkpt
018000     ELSE                                                         uchkpt
018100        WRITE CKPT-FILE-REC                                       uchkpt
018200     END-IF.                                                      uchkpt
018300     IF WS-CKPT-STATUS NOT = '00'                                 uchkpt
018400        SET CKP-FAILED TO TRUE                                    uchkpt
018500        MOVE 'Checkpoint could not be written'                    uchkpt
018600          TO CKP-REPLY-TEXT                                       uchkpt
018700     END-IF.                                                      uchkpt
018800 RECORD-CHECKPOINT-EXIT.                                          uchkpt
018900     EXIT.                                                        uchkpt
019000                                                                  uchkpt
019100 STORE-ONE-COUNT.                                                 uchkpt
019200     MOVE CKP-COUNT (WS-SLOT) TO CK-REC-COUNT (WS-SLOT).          uchkpt
019300                                                                  uchkpt
019400 STORE-ONE-AMOUNT.                                                uchkpt
019500     MOVE CKP-AMOUNT (WS-SLOT) TO CK-REC-AMOUNT (WS-SLOT).        uchkpt
