000100******************************************************************uaccno
000200*                                                                *uaccno
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.    *uaccno
000400*   This demonstration program is provided for use by users      *uaccno
000500*   of Micro Focus products and may be used, modified and        *uaccno
000600*   distributed as part of your application provided that        *uaccno
000700*   you properly acknowledge the copyright of Micro Focus        *uaccno
000800*   in this material.                                            *uaccno
000900*                                                                *uaccno
001000******************************************************************uaccno
001100                                                                  uaccno
001200******************************************************************uaccno
001300* UACCNO.CBL                                                     *uaccno
001400* Function:    Account number utility (see CACCNOD.CPY for the   *uaccno
001500*              parameter area). Allocates the next account       *uaccno
001600*              number with its modulus 11 check digit, validates *uaccno
001700*              a number keyed or received on a file, and derives *uaccno
001800*              or parses the account's IBAN, so every program    *uaccno
001900*              that takes an account number applies the same     *uaccno
002000*              rules. No file I/O, so it is safe under CICS.     *uaccno
002100******************************************************************uaccno
002200 IDENTIFICATION DIVISION.                                         uaccno
002300 PROGRAM-ID.                                                      uaccno
002400     UACCNO.                                                      uaccno
002500 DATE-WRITTEN.                                                    uaccno
002600     October 2026.                                                uaccno
002700 DATE-COMPILED.                                                   uaccno
002800     Today.                                                       uaccno
002900                                                                  uaccno
003000 ENVIRONMENT DIVISION.                                            uaccno
003100                                                                  uaccno
003200 DATA DIVISION.                                                   uaccno
003300                                                                  uaccno
003400 WORKING-STORAGE SECTION.                                         uaccno
003500******************************************************************uaccno
003600* Our IBANs are NL format, 18 characters: country, two check     *uaccno
003700* digits, the four-letter bank code, then the account number     *uaccno
003800* zero-filled to ten digits. The bank code is held only here.    *uaccno
003900******************************************************************uaccno
004000 01  WS-IBAN-COUNTRY                   PIC X(2) VALUE 'NL'.       uaccno
004100 01  WS-IBAN-BANK-CODE                 PIC X(4) VALUE 'MFBK'.     uaccno
004200 01  WS-IBAN-LENGTH                    PIC S9(4) COMP VALUE 18.   uaccno
004300                                                                  uaccno
004400******************************************************************uaccno
004500* The eight-digit serial is weighted 9 down to 2 from the left;  *uaccno
004600* the check digit brings the weighted sum to a multiple of 11.   *uaccno
004700* A serial whose sum leaves remainder 1 would need a check       *uaccno
004800* digit of 10, so it is never allocated.                         *uaccno
004900******************************************************************uaccno
005000 01  WS-ACCNO-WORK                     PIC X(9).                  uaccno
005100 01  WS-ACCNO-DIGITS REDEFINES WS-ACCNO-WORK.                     uaccno
005200     05  WS-ACCNO-DIGIT                PIC 9(1) OCCURS 9 TIMES.   uaccno
005300 01  WS-ACCNO-PARTS REDEFINES WS-ACCNO-WORK.                      uaccno
005400     05  WS-ACCNO-SERIAL               PIC 9(8).                  uaccno
005500     05  WS-ACCNO-CHECK                PIC 9(1).                  uaccno
005600 01  WS-WEIGHTED-SUM                   PIC S9(5) COMP.            uaccno
005700 01  WS-QUOTIENT                       PIC S9(9) COMP.            uaccno
005800 01  WS-REMAINDER                      PIC S9(5) COMP.            uaccno
005900 01  WS-CHECK-DIGIT                    PIC S9(3) COMP.            uaccno
006000 01  WS-SUB                            PIC S9(4) COMP.            uaccno
006100                                                                  uaccno
006200 01  WS-IBAN-INPUT                     PIC X(34).                 uaccno
006300 01  WS-IBAN-WORK                      PIC X(34).                 uaccno
006400 01  WS-IBAN-LEN                       PIC S9(4) COMP.            uaccno
006500 01  WS-IBAN-ELEC                      PIC X(18).                 uaccno
006600 01  WS-IBAN-ELEC-PARTS REDEFINES WS-IBAN-ELEC.                   uaccno
006700     05  WS-IBAN-CC                    PIC X(2).                  uaccno
006800     05  WS-IBAN-KK                    PIC 9(2).                  uaccno
006900     05  WS-IBAN-BANK                  PIC X(4).                  uaccno
007000     05  WS-IBAN-LEAD                  PIC X(1).                  uaccno
007100     05  WS-IBAN-ACCNO                 PIC X(9).                  uaccno
007200 01  WS-IBAN-REARRANGED                PIC X(18).                 uaccno
007300 01  WS-IBAN-CHECK                     PIC 9(2).                  uaccno
007400 01  WS-MOD97                          PIC S9(5) COMP.            uaccno
007500 01  WS-CHAR                           PIC X(1).                  uaccno
007600 01  WS-CHAR-N REDEFINES WS-CHAR       PIC 9(1).                  uaccno
007700 01  WS-CHAR-VALUE                     PIC S9(4) COMP.            uaccno
007800 01  WS-LETTERS                        PIC X(26)                  uaccno
007900     VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.                          uaccno
008000 01  WS-LETTER-TABLE REDEFINES WS-LETTERS.                        uaccno
008100     05  WS-LETTER                     PIC X(1) OCCURS 26 TIMES.  uaccno
008200 01  WS-LETTER-SUB                     PIC S9(4) COMP.            uaccno
008300                                                                  uaccno
008400 LINKAGE SECTION.                                                 uaccno
008500 01  LK-ACCNO-PARM.                                               uaccno
008600 COPY CACCNOD.                                                    uaccno
008700                                                                  uaccno
008800 PROCEDURE DIVISION USING LK-ACCNO-PARM.                          uaccno
008900                                                                  uaccno
009000     MOVE SPACE TO ACN-RESULT.                                    uaccno
009100     EVALUATE TRUE                                                uaccno
009200       WHEN ACN-NEXT-NUMBER                                       uaccno
009300         PERFORM NEXT-NUMBER                                      uaccno
009400             THRU NEXT-NUMBER-EXIT                                uaccno
009500       WHEN ACN-VALIDATE                                          uaccno
009600         PERFORM VALIDATE-ACCNO                                   uaccno
009700             THRU VALIDATE-ACCNO-EXIT                             uaccno
009800       WHEN ACN-DERIVE-IBAN                                       uaccno
009900         PERFORM DERIVE-IBAN                                      uaccno
010000             THRU DERIVE-IBAN-EXIT                                uaccno
010100       WHEN ACN-PARSE-IBAN                                        uaccno
010200         PERFORM PARSE-IBAN                                       uaccno
010300             THRU PARSE-IBAN-EXIT                                 uaccno
010400     END-EVALUATE.                                                uaccno
010500     GOBACK.                                                      uaccno
010600                                                                  uaccno
010700******************************************************************uaccno
010800* Step on from the highest number held. Only its serial counts,  *uaccno
010900* so a legacy number without a valid check digit still sets the  *uaccno
011000* starting point, and the new number always sorts above it.      *uaccno
011100******************************************************************uaccno
011200 NEXT-NUMBER.                                                     uaccno
011300     MOVE ACN-ACCNO TO WS-ACCNO-WORK.                             uaccno
011400     IF WS-ACCNO-WORK IS NOT NUMERIC                              uaccno
011500        MOVE ZEROS TO WS-ACCNO-WORK                               uaccno
011600     END-IF.                                                      uaccno
011700     MOVE 10 TO WS-CHECK-DIGIT.                                   uaccno
011800     PERFORM TRY-NEXT-SERIAL                                      uaccno
011900         UNTIL WS-CHECK-DIGIT IS LESS THAN 10.                    uaccno
012000     MOVE WS-CHECK-DIGIT TO WS-ACCNO-CHECK.                       uaccno
012100     MOVE WS-ACCNO-WORK TO ACN-ACCNO.                             uaccno
012200     SET ACN-VALID TO TRUE.                                       uaccno
012300 NEXT-NUMBER-EXIT.                                                uaccno
012400     EXIT.                                                        uaccno
012500                                                                  uaccno
012600 TRY-NEXT-SERIAL.                                                 uaccno
012700     ADD 1 TO WS-ACCNO-SERIAL.                                    uaccno
012800     PERFORM COMPUTE-CHECK-DIGIT.                                 uaccno
012900                                                                  uaccno
013000******************************************************************uaccno
013100* A number is valid when all nine positions are digits and the   *uaccno
013200* ninth is the check digit of the other eight.                   *uaccno
013300******************************************************************uaccno
013400 VALIDATE-ACCNO.                                                  uaccno
013500     MOVE ACN-ACCNO TO WS-ACCNO-WORK.                             uaccno
013600     IF WS-ACCNO-WORK IS NOT NUMERIC                              uaccno
013700        SET ACN-NOT-NUMERIC TO TRUE                               uaccno
013800        GO TO VALIDATE-ACCNO-EXIT                                 uaccno
013900     END-IF.                                                      uaccno
014000     PERFORM COMPUTE-CHECK-DIGIT.                                 uaccno
014100     IF WS-CHECK-DIGIT IS EQUAL TO WS-ACCNO-CHECK                 uaccno
014200        SET ACN-VALID TO TRUE                                     uaccno
014300     ELSE                                                         uaccno
014400        SET ACN-CHECK-FAILED TO TRUE                              uaccno
014500     END-IF.                                                      uaccno
014600 VALIDATE-ACCNO-EXIT.                                             uaccno
014700     EXIT.                                                        uaccno
014800                                                                  uaccno
014900 COMPUTE-CHECK-DIGIT.                                             uaccno
015000     MOVE ZERO TO WS-WEIGHTED-SUM.                                uaccno
015100     PERFORM ADD-WEIGHTED-DIGIT                                   uaccno
015200         VARYING WS-SUB FROM 1 BY 1                               uaccno
015300           UNTIL WS-SUB IS GREATER THAN 8.                        uaccno
015400     DIVIDE WS-WEIGHTED-SUM BY 11                                 uaccno
015500         GIVING WS-QUOTIENT REMAINDER WS-REMAINDER.               uaccno
015600     COMPUTE WS-CHECK-DIGIT = 11 - WS-REMAINDER.                  uaccno
015700     IF WS-CHECK-DIGIT IS EQUAL TO 11                             uaccno
015800        MOVE ZERO TO WS-CHECK-DIGIT                               uaccno
015900     END-IF.                                                      uaccno
016000                                                                  uaccno
016100 ADD-WEIGHTED-DIGIT.                                              uaccno
016200     COMPUTE WS-WEIGHTED-SUM = WS-WEIGHTED-SUM +                  uaccno
016300         (WS-ACCNO-DIGIT (WS-SUB) * (10 - WS-SUB)).               uaccno
016400                                                                  uaccno
016500******************************************************************uaccno
016600* Every account has an IBAN, legacy numbers included - the       *uaccno
016700* IBAN's own check digits protect it whether or not the local    *uaccno
016800* number validates.                                              *uaccno
016900******************************************************************uaccno
017000 DERIVE-IBAN.                                                     uaccno
017100     IF ACN-ACCNO IS NOT NUMERIC                                  uaccno
017200        SET ACN-NOT-NUMERIC TO TRUE                               uaccno
017300        GO TO DERIVE-IBAN-EXIT                                    uaccno
017400     END-IF.                                                      uaccno
017500     MOVE WS-IBAN-COUNTRY TO WS-IBAN-CC.                          uaccno
017600     MOVE ZERO TO WS-IBAN-KK.                                     uaccno
017700     MOVE WS-IBAN-BANK-CODE TO WS-IBAN-BANK.                      uaccno
017800     MOVE '0' TO WS-IBAN-LEAD.                                    uaccno
017900     MOVE ACN-ACCNO TO WS-IBAN-ACCNO.                             uaccno
018000     PERFORM COMPUTE-IBAN-MOD97.                                  uaccno
018100     COMPUTE WS-IBAN-CHECK = 98 - WS-MOD97.                       uaccno
018200     MOVE WS-IBAN-CHECK TO WS-IBAN-KK.                            uaccno
018300     MOVE WS-IBAN-ELEC TO ACN-IBAN.                               uaccno
018400     PERFORM FORMAT-IBAN-PRINT.                                   uaccno
018500     SET ACN-VALID TO TRUE.                                       uaccno
018600 DERIVE-IBAN-EXIT.                                                uaccno
018700     EXIT.                                                        uaccno
018800                                                                  uaccno
018900******************************************************************uaccno
019000* Accept the IBAN as keyed or received - printed form, lower     *uaccno
019100* case - and take out our account number. Another bank's IBAN    *uaccno
019200* is reported as not ours rather than as invalid.                *uaccno
019300******************************************************************uaccno
019400 PARSE-IBAN.                                                      uaccno
019500     MOVE ACN-IBAN TO WS-IBAN-INPUT.                              uaccno
019600     INSPECT WS-IBAN-INPUT                                        uaccno
019700         CONVERTING 'abcdefghijklmnopqrstuvwxyz'                  uaccno
019800                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.                 uaccno
019900     MOVE SPACES TO WS-IBAN-WORK.                                 uaccno
020000     MOVE ZERO TO WS-IBAN-LEN.                                    uaccno
020100     PERFORM COMPRESS-ONE-CHAR                                    uaccno
020200         VARYING WS-SUB FROM 1 BY 1                               uaccno
020300           UNTIL WS-SUB IS GREATER THAN 34.                       uaccno
020400     IF WS-IBAN-WORK (1:2) IS NOT EQUAL TO WS-IBAN-COUNTRY OR     uaccno
020500        WS-IBAN-WORK (5:4) IS NOT EQUAL TO WS-IBAN-BANK-CODE      uaccno
020600        SET ACN-IBAN-NOT-OURS TO TRUE                             uaccno
020700        GO TO PARSE-IBAN-EXIT                                     uaccno
020800     END-IF.                                                      uaccno
020900     IF WS-IBAN-LEN IS NOT EQUAL TO WS-IBAN-LENGTH OR             uaccno
021000        WS-IBAN-WORK (3:2) IS NOT NUMERIC OR                      uaccno
021100        WS-IBAN-WORK (9:10) IS NOT NUMERIC OR                     uaccno
021200        WS-IBAN-WORK (9:1) IS NOT EQUAL TO '0'                    uaccno
021300        SET ACN-IBAN-INVALID TO TRUE                              uaccno
021400        GO TO PARSE-IBAN-EXIT                                     uaccno
021500     END-IF.                                                      uaccno
021600     MOVE WS-IBAN-WORK (1:18) TO WS-IBAN-ELEC.                    uaccno
021700     PERFORM COMPUTE-IBAN-MOD97.                                  uaccno
021800     IF WS-MOD97 IS NOT EQUAL TO 1                                uaccno
021900        SET ACN-IBAN-INVALID TO TRUE                              uaccno
022000        GO TO PARSE-IBAN-EXIT                                     uaccno
022100     END-IF.                                                      uaccno
022200     MOVE WS-IBAN-ACCNO TO ACN-ACCNO.                             uaccno
022300     MOVE WS-IBAN-ELEC TO ACN-IBAN.                               uaccno
022400     PERFORM FORMAT-IBAN-PRINT.                                   uaccno
022500     SET ACN-VALID TO TRUE.                                       uaccno
022600 PARSE-IBAN-EXIT.                                                 uaccno
022700     EXIT.                                                        uaccno
022800                                                                  uaccno
022900 COMPRESS-ONE-CHAR.                                               uaccno
023000     IF WS-IBAN-INPUT (WS-SUB:1) IS NOT EQUAL TO SPACE            uaccno
023100        ADD 1 TO WS-IBAN-LEN                                      uaccno
023200        MOVE WS-IBAN-INPUT (WS-SUB:1)                             uaccno
023300          TO WS-IBAN-WORK (WS-IBAN-LEN:1)                         uaccno
023400     END-IF.                                                      uaccno
023500                                                                  uaccno
023600******************************************************************uaccno
023700* ISO 13616 check: move the country and check digits to the      *uaccno
023800* end, turn each letter into two digits (A=10 ... Z=35) and take *uaccno
023900* the remainder by 97 a character at a time, which keeps the     *uaccno
024000* running figure small. A correct IBAN leaves remainder 1.       *uaccno
024100******************************************************************uaccno
024200 COMPUTE-IBAN-MOD97.                                              uaccno
024300     MOVE SPACES TO WS-IBAN-REARRANGED.                           uaccno
024400     STRING WS-IBAN-ELEC (5:14) DELIMITED BY SIZE                 uaccno
024500            WS-IBAN-ELEC (1:4)  DELIMITED BY SIZE                 uaccno
024600       INTO WS-IBAN-REARRANGED.                                   uaccno
024700     MOVE ZERO TO WS-MOD97.                                       uaccno
024800     PERFORM MOD97-ONE-CHAR                                       uaccno
024900         VARYING WS-SUB FROM 1 BY 1                               uaccno
025000           UNTIL WS-SUB IS GREATER THAN WS-IBAN-LENGTH.           uaccno
025100                                                                  uaccno
025200 MOD97-ONE-CHAR.                                                  uaccno
025300     MOVE WS-IBAN-REARRANGED (WS-SUB:1) TO WS-CHAR.               uaccno
025400     IF WS-CHAR IS NUMERIC                                        uaccno
025500        COMPUTE WS-MOD97 = (WS-MOD97 * 10) + WS-CHAR-N            uaccno
025600     ELSE                                                         uaccno
025700        MOVE ZERO TO WS-CHAR-VALUE                                uaccno
025800        PERFORM FIND-LETTER-VALUE                                 uaccno
025900            VARYING WS-LETTER-SUB FROM 1 BY 1                     uaccno
026000              UNTIL WS-LETTER-SUB IS GREATER THAN 26 OR           uaccno
026100                    WS-CHAR-VALUE IS GREATER THAN ZERO            uaccno
026200        COMPUTE WS-MOD97 = (WS-MOD97 * 100) + WS-CHAR-VALUE       uaccno
026300     END-IF.                                                      uaccno
026400     DIVIDE WS-MOD97 BY 97                                        uaccno
026500         GIVING WS-QUOTIENT REMAINDER WS-MOD97.                   uaccno
026600                                                                  uaccno
026700 FIND-LETTER-VALUE.                                               uaccno
026800     IF WS-LETTER (WS-LETTER-SUB) IS EQUAL TO WS-CHAR             uaccno
026900        COMPUTE WS-CHAR-VALUE = WS-LETTER-SUB + 9                 uaccno
027000     END-IF.                                                      uaccno
027100                                                                  uaccno
027200 FORMAT-IBAN-PRINT.                                               uaccno
027300     MOVE SPACES TO ACN-IBAN-PRINT.                               uaccno
027400     STRING WS-IBAN-ELEC (1:4)  DELIMITED BY SIZE                 uaccno
027500            ' '                 DELIMITED BY SIZE                 uaccno
027600            WS-IBAN-ELEC (5:4)  DELIMITED BY SIZE                 uaccno
027700            ' '                 DELIMITED BY SIZE                 uaccno
027800            WS-IBAN-ELEC (9:4)  DELIMITED BY SIZE                 uaccno
027900            ' '                 DELIMITED BY SIZE                 uaccno
028000            WS-IBAN-ELEC (13:4) DELIMITED BY SIZE                 uaccno
028100            ' '                 DELIMITED BY SIZE                 uaccno
028200            WS-IBAN-ELEC (17:2) DELIMITED BY SIZE                 uaccno
028300       INTO ACN-IBAN-PRINT.                                       uaccno
