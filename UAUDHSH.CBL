000100******************************************************************uaudhsh
000200*                                                                *uaudhsh
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.    *uaudhsh
000400*   This demonstration program is provided for use by users      *uaudhsh
000500*   of Micro Focus products and may be used, modified and        *uaudhsh
000600*   distributed as part of your application provided that        *uaudhsh
000700*   you properly acknowledge the copyright of Micro Focus        *uaudhsh
000800*   in this material.                                            *uaudhsh
000900*                                                                *uaudhsh
001000******************************************************************uaudhsh
001100                                                                  uaudhsh
001200******************************************************************uaudhsh
001300* UAUDHSH.CBL                                                    *uaudhsh
001400* Function:    Audit hash utility (see CAUDHSD.CPY for the       *uaudhsh
001500*              parameter area). Folds the 260 bytes passed in,   *uaudhsh
001600*              wrapped front and back in the installation's      *uaudhsh
001700*              audit key, into two running remainders modulo     *uaudhsh
001800*              large primes and returns them as a 20-digit hash. *uaudhsh
001900*              Used to chain every BNKAUDT record to the one     *uaudhsh
002000*              before it and to sign the daily chain seal. No    *uaudhsh
002100*              file I/O, so it is safe under CICS.               *uaudhsh
002200******************************************************************uaudhsh
002300 IDENTIFICATION DIVISION.                                         uaudhsh
002400 PROGRAM-ID.                                                      uaudhsh
002500     UAUDHSH.                                                     uaudhsh
002600 DATE-WRITTEN.                                                    uaudhsh
002700     October 2026.                                                uaudhsh
002800 DATE-COMPILED.                                                   uaudhsh
002900     Today.                                                       uaudhsh
003000                                                                  uaudhsh
003100 ENVIRONMENT DIVISION.                                            uaudhsh
003200                                                                  uaudhsh
003300 DATA DIVISION.                                                   uaudhsh
003400                                                                  uaudhsh
003500 WORKING-STORAGE SECTION.                                         uaudhsh
003600******************************************************************uaudhsh
003700* The audit key is held only in this load module, which is       *uaudhsh
003800* kept in a library the file administrators cannot update.       *uaudhsh
003900* Changing it makes every hash already on BNKAUDT fail the       *uaudhsh
004000* verification, so it changes only with a chain restart.         *uaudhsh
004100******************************************************************uaudhsh
004200 01  WS-AUDIT-KEY                      PIC X(16)                  uaudhsh
004300     VALUE 'MFBK7Q2AUDX94ZRC'.                                    uaudhsh
004400 01  WS-AUDIT-KEY-LEN                  PIC S9(4) COMP VALUE 16.   uaudhsh
004500 01  WS-DATA-LEN                       PIC S9(4) COMP VALUE 260.  uaudhsh
004600                                                                  uaudhsh
004700 01  WS-PRIME-1                        PIC S9(11) COMP-3          uaudhsh
004800     VALUE 2147483647.                                            uaudhsh
004900 01  WS-PRIME-2                        PIC S9(11) COMP-3          uaudhsh
005000     VALUE 1000000007.                                            uaudhsh
005100 01  WS-HASH-1                         PIC S9(11) COMP-3.         uaudhsh
005200 01  WS-HASH-2                         PIC S9(11) COMP-3.         uaudhsh
005300 01  WS-PRODUCT                        PIC S9(18) COMP-3.         uaudhsh
005400 01  WS-QUOTIENT                       PIC S9(18) COMP-3.         uaudhsh
005500 01  WS-SUB                            PIC S9(4) COMP.            uaudhsh
005600                                                                  uaudhsh
005700******************************************************************uaudhsh
005800* A byte's value is taken by placing it in the low half of a     *uaudhsh
005900* halfword whose high half is zero                               *uaudhsh
006000******************************************************************uaudhsh
006100 01  WS-BYTE-PAIR.                                                uaudhsh
006200     05  WS-BYTE-HIGH                  PIC X(1) VALUE LOW-VALUE.  uaudhsh
006300     05  WS-BYTE-LOW                   PIC X(1).                  uaudhsh
006400 01  WS-BYTE-VALUE REDEFINES WS-BYTE-PAIR                         uaudhsh
006500                                       PIC 9(4) COMP.             uaudhsh
006600                                                                  uaudhsh
006700 01  WS-HASH-OUT.                                                 uaudhsh
006800     05  WS-HASH-OUT-1                 PIC 9(10).                 uaudhsh
006900     05  WS-HASH-OUT-2                 PIC 9(10).                 uaudhsh
007000                                                                  uaudhsh
007100 LINKAGE SECTION.                                                 uaudhsh
007200 01  LK-AUDHSH-PARM.                                              uaudhsh
007300 COPY CAUDHSD.                                                    uaudhsh
007400                                                                  uaudhsh
007500 PROCEDURE DIVISION USING LK-AUDHSH-PARM.                         uaudhsh
007600                                                                  uaudhsh
007700     MOVE 314159265 TO WS-HASH-1.                                 uaudhsh
007800     MOVE 271828182 TO WS-HASH-2.                                 uaudhsh
007900     PERFORM FOLD-KEY-BYTE                                        uaudhsh
008000         VARYING WS-SUB FROM 1 BY 1                               uaudhsh
008100           UNTIL WS-SUB IS GREATER THAN WS-AUDIT-KEY-LEN.         uaudhsh
008200     PERFORM FOLD-DATA-BYTE                                       uaudhsh
008300         VARYING WS-SUB FROM 1 BY 1                               uaudhsh
008400           UNTIL WS-SUB IS GREATER THAN WS-DATA-LEN.              uaudhsh
008500     PERFORM FOLD-KEY-BYTE                                        uaudhsh
008600         VARYING WS-SUB FROM 1 BY 1                               uaudhsh
008700           UNTIL WS-SUB IS GREATER THAN WS-AUDIT-KEY-LEN.         uaudhsh
008800     PERFORM FINAL-MIX.                                           uaudhsh
008900     MOVE WS-HASH-1 TO WS-HASH-OUT-1.                             uaudhsh
009000     MOVE WS-HASH-2 TO WS-HASH-OUT-2.                             uaudhsh
009100     MOVE WS-HASH-OUT TO AHS-HASH.                                uaudhsh
009200     GOBACK.                                                      uaudhsh
009300                                                                  uaudhsh
009400 FOLD-KEY-BYTE.                                                   uaudhsh
009500     MOVE WS-AUDIT-KEY (WS-SUB:1) TO WS-BYTE-LOW.                 uaudhsh
009600     PERFORM FOLD-ONE-BYTE.                                       uaudhsh
009700                                                                  uaudhsh
009800 FOLD-DATA-BYTE.                                                  uaudhsh
009900     MOVE AHS-DATA (WS-SUB:1) TO WS-BYTE-LOW.                     uaudhsh
010000     PERFORM FOLD-ONE-BYTE.                                       uaudhsh
010100                                                                  uaudhsh
010200******************************************************************uaudhsh
010300* Each byte moves both remainders on; the position is folded     *uaudhsh
010400* into the second so that two bytes changing places shows        *uaudhsh
010500******************************************************************uaudhsh
010600 FOLD-ONE-BYTE.                                                   uaudhsh
010700     COMPUTE WS-PRODUCT = WS-HASH-1 * 257 + WS-BYTE-VALUE + 1.    uaudhsh
010800     DIVIDE WS-PRODUCT BY WS-PRIME-1                              uaudhsh
010900         GIVING WS-QUOTIENT REMAINDER WS-HASH-1.                  uaudhsh
011000     COMPUTE WS-PRODUCT = WS-HASH-2 * 65599 + WS-BYTE-VALUE       uaudhsh
011100                        + WS-SUB.                                 uaudhsh
011200     DIVIDE WS-PRODUCT BY WS-PRIME-2                              uaudhsh
011300         GIVING WS-QUOTIENT REMAINDER WS-HASH-2.                  uaudhsh
011400                                                                  uaudhsh
011500******************************************************************uaudhsh
011600* Cross the two remainders so that each depends on the other     *uaudhsh
011700******************************************************************uaudhsh
011800 FINAL-MIX.                                                       uaudhsh
011900     COMPUTE WS-PRODUCT = WS-HASH-1 * 48271 + WS-HASH-2.          uaudhsh
012000     DIVIDE WS-PRODUCT BY WS-PRIME-1                              uaudhsh
012100         GIVING WS-QUOTIENT REMAINDER WS-HASH-1.                  uaudhsh
012200     COMPUTE WS-PRODUCT = WS-HASH-2 * 69621 + WS-HASH-1.          uaudhsh
012300     DIVIDE WS-PRODUCT BY WS-PRIME-2                              uaudhsh
012400         GIVING WS-QUOTIENT REMAINDER WS-HASH-2.                  uaudhsh
