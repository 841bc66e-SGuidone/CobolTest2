000100******************************************************************uaccrng
000200*                                                               * uaccrng
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * uaccrng
000400*   This demonstration program is provided for use by users     * uaccrng
000500*   of Micro Focus products and may be used, modified and       * uaccrng
000600*   distributed as part of your application provided that       * uaccrng
000700*   you properly acknowledge the copyright of Micro Focus       * uaccrng
000800*   in this material.                                           * uaccrng
000900*                                                               * uaccrng
001000******************************************************************uaccrng
001100                                                                  uaccrng
001200******************************************************************uaccrng
001300* UACCRNG.CBL                                                    *uaccrng
001400* Function:    Account-range utility for the account-scan batch  *uaccrng
001500*              jobs that can be run in parallel slices (see      *uaccrng
001600*              CACCRNGD.CPY for the parameter area). Checks the  *uaccrng
001700*              job's exec parm: no RANGE parm means the whole    *uaccrng
001800*              of BNKACCT in one run; a RANGE parm gives the     *uaccrng
001900*              first and last account number of the slice and    *uaccrng
002000*              the slice number out of the number of slices,     *uaccrng
002100*              which the job passes on to URUNCTL so that each   *uaccrng
002200*              slice is tracked on BNKRUNC in its own right.     *uaccrng
002300******************************************************************uaccrng
002400 IDENTIFICATION DIVISION.                                         uaccrng
002500 PROGRAM-ID.                                                      uaccrng
002600     UACCRNG.                                                     uaccrng
002700 DATE-WRITTEN.                                                    uaccrng
002800     October 2026.                                                uaccrng
002900 DATE-COMPILED.                                                   uaccrng
003000     Today.                                                       uaccrng
003100                                                                  uaccrng
003200 ENVIRONMENT DIVISION.                                            uaccrng
003300                                                                  uaccrng
003400 DATA DIVISION.                                                   uaccrng
003500                                                                  uaccrng
003600 WORKING-STORAGE SECTION.                                         uaccrng
003700******************************************************************uaccrng
003800* The RANGE parm, laid out as CACCRNGD.CPY describes it.         *uaccrng
003900******************************************************************uaccrng
004000 01  WS-RANGE-PARM.                                               uaccrng
004100   05  WS-RANGE-WORD                 PIC X(5).                    uaccrng
004200   05  FILLER                        PIC X(1).                    uaccrng
004300   05  WS-RANGE-FROM                 PIC X(9).                    uaccrng
004400   05  FILLER                        PIC X(1).                    uaccrng
004500   05  WS-RANGE-TO                   PIC X(9).                    uaccrng
004600   05  FILLER                        PIC X(1).                    uaccrng
004700   05  WS-RANGE-SLICE-X              PIC X(2).                    uaccrng
004800   05  WS-RANGE-SLICE REDEFINES WS-RANGE-SLICE-X                  uaccrng
004900                                     PIC 9(2).                    uaccrng
005000   05  WS-RANGE-SLASH                PIC X(1).                    uaccrng
005100   05  WS-RANGE-SLICES-X             PIC X(2).                    uaccrng
005200   05  WS-RANGE-SLICES REDEFINES WS-RANGE-SLICES-X                uaccrng
005300                                     PIC 9(2).                    uaccrng
005400                                                                  uaccrng
005500 LINKAGE SECTION.                                                 uaccrng
005600 01  LK-ACCT-RANGE.                                               uaccrng
005700 COPY CACCRNGD.                                                   uaccrng
005800                                                                  uaccrng
005900 PROCEDURE DIVISION USING LK-ACCT-RANGE.                          uaccrng
006000                                                                  uaccrng
006100     SET ACR-WHOLE-FILE TO TRUE.                                  uaccrng
006200     MOVE SPACES TO ACR-REPLY-TEXT.                               uaccrng
006300     MOVE LOW-VALUES TO ACR-FROM-ACCNO.                           uaccrng
006400     MOVE HIGH-VALUES TO ACR-TO-ACCNO.                            uaccrng
006500     MOVE ZERO TO ACR-SLICE.                                      uaccrng
006600     MOVE ZERO TO ACR-SLICES.                                     uaccrng
006700     MOVE HIGH-VALUES TO ACR-SCAN-LIMIT.                          uaccrng
006800     SET ACR-SCAN-IN-RANGE TO TRUE.                               uaccrng
006900                                                                  uaccrng
007000     IF ACR-PARM-LENGTH IS LESS THAN 5                            uaccrng
007100        GOBACK                                                    uaccrng
007200     END-IF.                                                      uaccrng
007300     MOVE ACR-PARM-TEXT TO WS-RANGE-PARM.                         uaccrng
007400     IF WS-RANGE-WORD IS NOT EQUAL TO 'RANGE'                     uaccrng
007500        GOBACK                                                    uaccrng
007600     END-IF.                                                      uaccrng
007700                                                                  uaccrng
007800     PERFORM CHECK-RANGE-PARM                                     uaccrng
007900         THRU CHECK-RANGE-PARM-EXIT.                              uaccrng
008000     GOBACK.                                                      uaccrng
008100                                                                  uaccrng
008200******************************************************************uaccrng
008300* A RANGE parm must be complete and consistent; anything else is *uaccrng
008400* rejected rather than run against the wrong accounts.           *uaccrng
008500******************************************************************uaccrng
008600 CHECK-RANGE-PARM.                                                uaccrng
008700     SET ACR-PARM-INVALID TO TRUE.                                uaccrng
008800     IF ACR-PARM-LENGTH IS LESS THAN 31                           uaccrng
008900        MOVE 'RANGE parm needs from, to and nn/mm'                uaccrng
009000          TO ACR-REPLY-TEXT                                       uaccrng
009100        GO TO CHECK-RANGE-PARM-EXIT                               uaccrng
009200     END-IF.                                                      uaccrng
009300     IF WS-RANGE-FROM IS EQUAL TO SPACES OR                       uaccrng
009400        WS-RANGE-TO IS EQUAL TO SPACES                            uaccrng
009500        MOVE 'RANGE parm needs from and to accounts'              uaccrng
009600          TO ACR-REPLY-TEXT                                       uaccrng
009700        GO TO CHECK-RANGE-PARM-EXIT                               uaccrng
009800     END-IF.                                                      uaccrng
009900     IF WS-RANGE-FROM IS GREATER THAN WS-RANGE-TO                 uaccrng
010000        MOVE 'RANGE from account is above to account'             uaccrng
010100          TO ACR-REPLY-TEXT                                       uaccrng
010200        GO TO CHECK-RANGE-PARM-EXIT                               uaccrng
010300     END-IF.                                                      uaccrng
010400     IF WS-RANGE-SLICE-X IS NOT NUMERIC OR                        uaccrng
010500        WS-RANGE-SLICES-X IS NOT NUMERIC OR                       uaccrng
010600        WS-RANGE-SLASH IS NOT EQUAL TO '/'                        uaccrng
010700        MOVE 'RANGE slice must be given as nn/mm'                 uaccrng
010800          TO ACR-REPLY-TEXT                                       uaccrng
010900        GO TO CHECK-RANGE-PARM-EXIT                               uaccrng
011000     END-IF.                                                      uaccrng
011100     IF WS-RANGE-SLICE IS EQUAL TO ZERO OR                        uaccrng
011200        WS-RANGE-SLICE IS GREATER THAN WS-RANGE-SLICES            uaccrng
011300        MOVE 'RANGE slice number outside 01 to mm'                uaccrng
011400          TO ACR-REPLY-TEXT                                       uaccrng
011500        GO TO CHECK-RANGE-PARM-EXIT                               uaccrng
011600     END-IF.                                                      uaccrng
011700                                                                  uaccrng
011800     SET ACR-SLICED TO TRUE.                                      uaccrng
011900     MOVE WS-RANGE-FROM TO ACR-FROM-ACCNO.                        uaccrng
012000     MOVE WS-RANGE-TO TO ACR-TO-ACCNO.                            uaccrng
012100     MOVE WS-RANGE-SLICE TO ACR-SLICE.                            uaccrng
012200     MOVE WS-RANGE-SLICES TO ACR-SLICES.                          uaccrng
012300 CHECK-RANGE-PARM-EXIT.                                           uaccrng
012400     EXIT.                                                        uaccrng
