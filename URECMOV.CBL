000100******************************************************************urecmov
000200*                                                               * urecmov
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * urecmov
000400*   This demonstration program is provided for use by users     * urecmov
000500*   of Micro Focus products and may be used, modified and       * urecmov
000600*   distributed as part of your application provided that       * urecmov
000700*   you properly acknowledge the copyright of Micro Focus       * urecmov
000800*   in this material.                                           * urecmov
000900*                                                               * urecmov
001000******************************************************************urecmov
001100                                                                  urecmov
001200******************************************************************urecmov
001300* URECMOV.CBL                                                    *urecmov
001400* Function:    Record-movement log utility for the batch jobs    *urecmov
001500*              that add records to, or delete records from, a    *urecmov
001600*              master file whose record count ZBNKCTLT proves    *urecmov
001700*              (see CRECMOVD.CPY for the parameter area). Stamps *urecmov
001800*              the entry with the current date and time and      *urecmov
001900*              writes it to BNKRMOV, bumping the tie-break       *urecmov
002000*              sequence when two movements of the same record    *urecmov
002100*              land in the same second. The log file is opened   *urecmov
002200*              and closed on every call.                         *urecmov
002300******************************************************************urecmov
002400 IDENTIFICATION DIVISION.                                         urecmov
002500 PROGRAM-ID.                                                      urecmov
002600     URECMOV.                                                     urecmov
002700 DATE-WRITTEN.                                                    urecmov
002800     October 2026.                                                urecmov
002900 DATE-COMPILED.                                                   urecmov
003000     Today.                                                       urecmov
003100                                                                  urecmov
003200 ENVIRONMENT DIVISION.                                            urecmov
003300 INPUT-OUTPUT   SECTION.                                          urecmov
003400   FILE-CONTROL.                                                  urecmov
003500     SELECT RMOV-FILE                                             urecmov
003600            ASSIGN       TO BNKRMOV                               urecmov
003700            ORGANIZATION IS INDEXED                               urecmov
003800            ACCESS MODE  IS RANDOM                                urecmov
003900            RECORD KEY   IS RM-REC-KEY                            urecmov
004000            FILE STATUS  IS WS-RMOV-STATUS.                       urecmov
004100                                                                  urecmov
004200 DATA DIVISION.                                                   urecmov
004300 FILE SECTION.                                                    urecmov
004400                                                                  urecmov
004500 FD  RMOV-FILE.                                                   urecmov
004600 01  RMOV-FILE-REC.                                               urecmov
004700 COPY CBANKVRM.                                                   urecmov
004800                                                                  urecmov
004900 WORKING-STORAGE SECTION.                                         urecmov
005000 01  WS-RMOV-STATUS.                                              urecmov
005100   05  WS-RMOV-STAT1                   PIC X(1).                  urecmov
005200   05  WS-RMOV-STAT2                   PIC X(1).                  urecmov
005300                                                                  urecmov
005400 01  WS-TODAY-DATE-N                   PIC 9(8).                  urecmov
005500 01  WS-RUN-TIME-8                     PIC 9(8).                  urecmov
005600                                                                  urecmov
005700 LINKAGE SECTION.                                                 urecmov
005800 01  LK-RMOV-PARM.                                                urecmov
005900 COPY CRECMOVD.                                                   urecmov
006000                                                                  urecmov
006100 PROCEDURE DIVISION USING LK-RMOV-PARM.                           urecmov
006200                                                                  urecmov
006300     SET RMV-OK TO TRUE.                                          urecmov
006400                                                                  urecmov
006500     OPEN I-O RMOV-FILE.                                          urecmov
006600     IF WS-RMOV-STATUS NOT = '00'                                 urecmov
006700        SET RMV-FAILED TO TRUE                                    urecmov
006800        GOBACK                                                    urecmov
006900     END-IF.                                                      urecmov
007000                                                                  urecmov
007100     MOVE SPACES TO RMOV-FILE-REC.                                urecmov
007200     MOVE RMV-FILE TO RM-REC-FILE.                                urecmov
007300     ACCEPT WS-TODAY-DATE-N FROM DATE YYYYMMDD.                   urecmov
007400     ACCEPT WS-RUN-TIME-8 FROM TIME.                              urecmov
007500     MOVE WS-TODAY-DATE-N TO RM-REC-STAMP (1:8).                  urecmov
007600     MOVE WS-RUN-TIME-8 (1:6) TO RM-REC-STAMP (9:6).              urecmov
007700     MOVE RMV-RECKEY TO RM-REC-RECKEY.                            urecmov
007800     MOVE ZERO TO RM-REC-SEQ.                                     urecmov
007900     MOVE RMV-ACTION TO RM-REC-ACTION.                            urecmov
008000     MOVE RMV-PROGRAM TO RM-REC-PROGRAM.                          urecmov
008100     MOVE RMV-USERID TO RM-REC-USERID.                            urecmov
008200     MOVE ZERO TO RM-REC-TASKN.                                   urecmov
008300                                                                  urecmov
008400     PERFORM WRITE-MOVEMENT-ENTRY.                                urecmov
008500     PERFORM WRITE-MOVEMENT-RETRY                                 urecmov
008600         UNTIL WS-RMOV-STATUS NOT = '22'.                         urecmov
008700     IF WS-RMOV-STATUS NOT = '00'                                 urecmov
008800        SET RMV-FAILED TO TRUE                                    urecmov
008900     END-IF.                                                      urecmov
009000                                                                  urecmov
009100     CLOSE RMOV-FILE.                                             urecmov
009200     GOBACK.                                                      urecmov
009300                                                                  urecmov
009400******************************************************************urecmov
009500* Write the entry; a duplicate key means another movement of the *urecmov
009600* same record in the same second, so bump the sequence and try   *urecmov
009700* again.                                                         *urecmov
009800******************************************************************urecmov
009900 WRITE-MOVEMENT-ENTRY.                                            urecmov
010000     WRITE RMOV-FILE-REC.                                         urecmov
010100                                                                  urecmov
010200 WRITE-MOVEMENT-RETRY.                                            urecmov
010300     ADD 1 TO RM-REC-SEQ.                                         urecmov
010400     PERFORM WRITE-MOVEMENT-ENTRY.                                urecmov
