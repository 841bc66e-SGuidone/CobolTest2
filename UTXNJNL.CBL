000100******************************************************************utxnjnl
000200*                                                               * utxnjnl
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * utxnjnl
000400*   This demonstration program is provided for use by users     * utxnjnl
000500*   of Micro Focus products and may be used, modified and       * utxnjnl
000600*   distributed as part of your application provided that       * utxnjnl
000700*   you properly acknowledge the copyright of Micro Focus       * utxnjnl
000800*   in this material.                                           * utxnjnl
000900*                                                               * utxnjnl
001000******************************************************************utxnjnl
001100                                                                  utxnjnl
001200******************************************************************utxnjnl
001300* UTXNJNL.CBL                                                    *utxnjnl
001400* Function:    Daily posting journal utility for the batch jobs  *utxnjnl
001500*              that write BNKTXN (see CTXNJND.CPY for the        *utxnjnl
001600*              parameter area). Takes the posting date from the  *utxnjnl
001700*              display date on the posting, keys the image by    *utxnjnl
001800*              that date and the BNKTXN key, and writes it to    *utxnjnl
001900*              BNKTXD for the nightly jobs that read a single    *utxnjnl
002000*              day's postings. The journal file is opened and    *utxnjnl
002100*              closed on every call.                             *utxnjnl
002200******************************************************************utxnjnl
002300 IDENTIFICATION DIVISION.                                         utxnjnl
002400 PROGRAM-ID.                                                      utxnjnl
002500     UTXNJNL.                                                     utxnjnl
002600 DATE-WRITTEN.                                                    utxnjnl
002700     October 2026.                                                utxnjnl
002800 DATE-COMPILED.                                                   utxnjnl
002900     Today.                                                       utxnjnl
003000                                                                  utxnjnl
003100 ENVIRONMENT DIVISION.                                            utxnjnl
003200 INPUT-OUTPUT   SECTION.                                          utxnjnl
003300   FILE-CONTROL.                                                  utxnjnl
003400     SELECT TXD-FILE                                              utxnjnl
003500            ASSIGN       TO BNKTXD                                utxnjnl
003600            ORGANIZATION IS INDEXED                               utxnjnl
003700            ACCESS MODE  IS RANDOM                                utxnjnl
003800            RECORD KEY   IS TD-REC-KEY                            utxnjnl
003900            FILE STATUS  IS WS-TXD-STATUS.                        utxnjnl
004000                                                                  utxnjnl
004100 DATA DIVISION.                                                   utxnjnl
004200 FILE SECTION.                                                    utxnjnl
004300                                                                  utxnjnl
004400 FD  TXD-FILE.                                                    utxnjnl
004500 01  TXD-FILE-REC.                                                utxnjnl
004600 COPY CBANKVTD.                                                   utxnjnl
004700                                                                  utxnjnl
004800 WORKING-STORAGE SECTION.                                         utxnjnl
004900 01  WS-TXD-STATUS.                                               utxnjnl
005000   05  WS-TXD-STAT1                    PIC X(1).                  utxnjnl
005100   05  WS-TXD-STAT2                    PIC X(1).                  utxnjnl
005200                                                                  utxnjnl
005300 01  WS-BNKTXN-REC.                                               utxnjnl
005400 COPY CBANKVTX.                                                   utxnjnl
005500                                                                  utxnjnl
005600******************************************************************utxnjnl
005700* The posting date, from the "DD Mon YYYY" display date the      *utxnjnl
005800* posting programs stamp on BNKTXN.                              *utxnjnl
005900******************************************************************utxnjnl
006000 01  WS-CONV-DATE-11                   PIC X(11).                 utxnjnl
006100 01  WS-CONV-MMM                       PIC X(3).                  utxnjnl
006200 01  WS-CONV-DATE-N                    PIC 9(8).                  utxnjnl
006300 01  WS-CONV-DATE-PARTS REDEFINES WS-CONV-DATE-N.                 utxnjnl
006400   05  WS-CONV-CCYY                    PIC 9(4).                  utxnjnl
006500   05  WS-CONV-MM                      PIC 9(2).                  utxnjnl
006600   05  WS-CONV-DD                      PIC 9(2).                  utxnjnl
006700 01  WS-MONTH-SUB                      PIC 9(2).                  utxnjnl
006800 01  WS-MONTH-TABLE-DATA.                                         utxnjnl
006900   05  FILLER                          PIC X(36) VALUE            utxnjnl
007000       'JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC'.                    utxnjnl
007100 01  WS-MONTH-TABLE REDEFINES WS-MONTH-TABLE-DATA.                utxnjnl
007200   05  WS-MONTH-NAME                   PIC X(3)                   utxnjnl
007300       OCCURS 12 TIMES.                                           utxnjnl
007400                                                                  utxnjnl
007500 LINKAGE SECTION.                                                 utxnjnl
007600 01  LK-TXNJ-PARM.                                                utxnjnl
007700 COPY CTXNJND.                                                    utxnjnl
007800                                                                  utxnjnl
007900 PROCEDURE DIVISION USING LK-TXNJ-PARM.                           utxnjnl
008000                                                                  utxnjnl
008100     SET TXJ-OK TO TRUE.                                          utxnjnl
008200     MOVE SPACES TO TXJ-REPLY-TEXT.                               utxnjnl
008300                                                                  utxnjnl
008400     MOVE TXJ-TXN-IMAGE TO WS-BNKTXN-REC.                         utxnjnl
008500     PERFORM PARSE-POSTING-DATE                                   utxnjnl
008600         THRU PARSE-POSTING-DATE-EXIT.                            utxnjnl
008700     IF WS-CONV-DATE-N IS EQUAL TO ZERO                           utxnjnl
008800        SET TXJ-FAILED TO TRUE                                    utxnjnl
008900        MOVE 'Posting date not recognised for BNKTXD'             utxnjnl
009000          TO TXJ-REPLY-TEXT                                       utxnjnl
009100        GOBACK                                                    utxnjnl
009200     END-IF.                                                      utxnjnl
009300                                                                  utxnjnl
009400     OPEN I-O TXD-FILE.                                           utxnjnl
009500     IF WS-TXD-STATUS NOT = '00'                                  utxnjnl
009600        SET TXJ-FAILED TO TRUE                                    utxnjnl
009700        MOVE 'BNKTXD journal unavailable' TO TXJ-REPLY-TEXT       utxnjnl
009800        GOBACK                                                    utxnjnl
009900     END-IF.                                                      utxnjnl
010000                                                                  utxnjnl
010100     MOVE SPACES TO TXD-FILE-REC.                                 utxnjnl
010200     MOVE WS-CONV-DATE-N TO TD-REC-POST-DTE.                      utxnjnl
010300     MOVE WS-BNKTXN-REC TO TD-REC-TXN.                            utxnjnl
010400     WRITE TXD-FILE-REC.                                          utxnjnl
010500     IF WS-TXD-STATUS NOT = '00'                                  utxnjnl
010600        SET TXJ-FAILED TO TRUE                                    utxnjnl
010700        MOVE SPACES TO TXJ-REPLY-TEXT                             utxnjnl
010800        STRING 'BNKTXD write failed, status '                     utxnjnl
010900                                   DELIMITED BY SIZE              utxnjnl
011000               WS-TXD-STATUS       DELIMITED BY SIZE              utxnjnl
011100          INTO TXJ-REPLY-TEXT                                     utxnjnl
011200     END-IF.                                                      utxnjnl
011300                                                                  utxnjnl
011400     CLOSE TXD-FILE.                                              utxnjnl
011500     GOBACK.                                                      utxnjnl
011600                                                                  utxnjnl
011700******************************************************************utxnjnl
011800* Turn the display date into CCYYMMDD; zero when it is not a     *utxnjnl
011900* recognisable date.                                             *utxnjnl
012000******************************************************************utxnjnl
012100 PARSE-POSTING-DATE.                                              utxnjnl
012200     MOVE BTX-REC-DATE TO WS-CONV-DATE-11.                        utxnjnl
012300     MOVE ZERO TO WS-CONV-DATE-N.                                 utxnjnl
012400     IF WS-CONV-DATE-11 (1:2) IS NOT NUMERIC OR                   utxnjnl
012500        WS-CONV-DATE-11 (8:4) IS NOT NUMERIC                      utxnjnl
012600        GO TO PARSE-POSTING-DATE-EXIT                             utxnjnl
012700     END-IF.                                                      utxnjnl
012800     MOVE WS-CONV-DATE-11 (4:3) TO WS-CONV-MMM.                   utxnjnl
012900     INSPECT WS-CONV-MMM CONVERTING                               utxnjnl
013000         'abcdefghijklmnopqrstuvwxyz' TO                          utxnjnl
013100         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.                            utxnjnl
013200     PERFORM MONTH-LOOKUP-STEP                                    utxnjnl
013300        VARYING WS-MONTH-SUB FROM 1 BY 1                          utxnjnl
013400        UNTIL WS-MONTH-SUB IS GREATER THAN 12                     utxnjnl
013500           OR WS-MONTH-NAME (WS-MONTH-SUB)                        utxnjnl
013600              IS EQUAL TO WS-CONV-MMM.                            utxnjnl
013700     IF WS-MONTH-SUB IS GREATER THAN 12                           utxnjnl
013800        GO TO PARSE-POSTING-DATE-EXIT                             utxnjnl
013900     END-IF.                                                      utxnjnl
014000     MOVE WS-CONV-DATE-11 (1:2) TO WS-CONV-DD.                    utxnjnl
014100     MOVE WS-MONTH-SUB TO WS-CONV-MM.                             utxnjnl
014200     MOVE WS-CONV-DATE-11 (8:4) TO WS-CONV-CCYY.                  utxnjnl
014300 PARSE-POSTING-DATE-EXIT.                                         utxnjnl
014400     EXIT.                                                        utxnjnl
014500                                                                  utxnjnl
014600 MONTH-LOOKUP-STEP.                                               utxnjnl
014700     CONTINUE.                                                    utxnjnl
