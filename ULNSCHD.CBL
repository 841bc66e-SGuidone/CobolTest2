000100******************************************************************ulnschd
000200*                                                               * ulnschd
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * ulnschd
000400*   This demonstration program is provided for use by users     * ulnschd
000500*   of Micro Focus products and may be used, modified and       * ulnschd
000600*   distributed as part of your application provided that       * ulnschd
000700*   you properly acknowledge the copyright of Micro Focus       * ulnschd
000800*   in this material.                                           * ulnschd
000900*                                                               * ulnschd
001000******************************************************************ulnschd
001100                                                                  ulnschd
001200******************************************************************ulnschd
001300* ULNSCHD.CBL                                                    *ulnschd
001400* Function:    Loan instalment calculator, called by everything  *ulnschd
001500*              that builds the BNKLNSC repayment schedule (see   *ulnschd
001600*              CLNSCHD.CPY for the parameter area) - the booking *ulnschd
001700*              run, the repricing run and the online loan        *ulnschd
001800*              restructure. It works out one instalment at a     *ulnschd
001900*              time from the balance brought forward, so the     *ulnschd
002000*              caller can regenerate the schedule from any       *ulnschd
002100*              point. No file I/O, so it is safe under CICS.     *ulnschd
002200******************************************************************ulnschd
002300 IDENTIFICATION DIVISION.                                         ulnschd
002400 PROGRAM-ID.                                                      ulnschd
002500     ULNSCHD.                                                     ulnschd
002600 DATE-WRITTEN.                                                    ulnschd
002700     October 2026.                                                ulnschd
002800 DATE-COMPILED.                                                   ulnschd
002900     Today.                                                       ulnschd
003000                                                                  ulnschd
003100 ENVIRONMENT DIVISION.                                            ulnschd
003200                                                                  ulnschd
003300 DATA DIVISION.                                                   ulnschd
003400                                                                  ulnschd
003500 WORKING-STORAGE SECTION.                                         ulnschd
003600******************************************************************ulnschd
003700* Instalments fall due monthly on the booking day of the month, * ulnschd
003800* the first one month after booking. Booking days after the 28th* ulnschd
003900* fall due on the 28th so every month has the date.             * ulnschd
004000******************************************************************ulnschd
004100 01  WS-BOOKED-DATE                    PIC 9(8).                  ulnschd
004200 01  WS-BOOKED-DATE-PARTS REDEFINES WS-BOOKED-DATE.               ulnschd
004300     05  WS-BOOKED-CCYY                PIC 9(4).                  ulnschd
004400     05  WS-BOOKED-MM                  PIC 9(2).                  ulnschd
004500     05  WS-BOOKED-DD                  PIC 9(2).                  ulnschd
004600 01  WS-DUE-DATE                       PIC 9(8).                  ulnschd
004700 01  WS-DUE-DATE-PARTS REDEFINES WS-DUE-DATE.                     ulnschd
004800     05  WS-DUE-CCYY                   PIC 9(4).                  ulnschd
004900     05  WS-DUE-MM                     PIC 9(2).                  ulnschd
005000     05  WS-DUE-DD                     PIC 9(2).                  ulnschd
005100 01  WS-MONTH-NUMBER                   PIC S9(7) COMP.            ulnschd
005200 01  WS-MONTH-OF-YEAR                  PIC S9(3) COMP.            ulnschd
005300 01  WS-PAYOFF-AMOUNT                  PIC S9(7)V99 COMP-3.       ulnschd
005400                                                                  ulnschd
005500 LINKAGE SECTION.                                                 ulnschd
005600 01  LK-LNSCHD-PARM.                                              ulnschd
005700 COPY CLNSCHD.                                                    ulnschd
005800                                                                  ulnschd
005900 PROCEDURE DIVISION USING LK-LNSCHD-PARM.                         ulnschd
006000                                                                  ulnschd
006100     PERFORM CALCULATE-DUE-DATE.                                  ulnschd
006200     PERFORM CALCULATE-INSTALMENT.                                ulnschd
006300     GOBACK.                                                      ulnschd
006400                                                                  ulnschd
006500******************************************************************ulnschd
006600* Count months from year zero so the roll into the next year    * ulnschd
006700* needs no special case.                                         *ulnschd
006800******************************************************************ulnschd
006900 CALCULATE-DUE-DATE.                                              ulnschd
007000     MOVE LSD-BOOKED-DTE TO WS-BOOKED-DATE.                       ulnschd
007100     COMPUTE WS-MONTH-NUMBER =                                    ulnschd
007200         (WS-BOOKED-CCYY * 12) + WS-BOOKED-MM - 1 + LSD-INST-NO.  ulnschd
007300     DIVIDE WS-MONTH-NUMBER BY 12                                 ulnschd
007400         GIVING WS-DUE-CCYY REMAINDER WS-MONTH-OF-YEAR.           ulnschd
007500     COMPUTE WS-DUE-MM = WS-MONTH-OF-YEAR + 1.                    ulnschd
007600     IF WS-BOOKED-DD IS GREATER THAN 28                           ulnschd
007700        MOVE 28 TO WS-DUE-DD                                      ulnschd
007800     ELSE                                                         ulnschd
007900        MOVE WS-BOOKED-DD TO WS-DUE-DD                            ulnschd
008000     END-IF.                                                      ulnschd
008100     MOVE WS-DUE-DATE TO LSD-DUE-DTE.                             ulnschd
008200                                                                  ulnschd
008300******************************************************************ulnschd
008400* One month's interest on the balance brought forward, rounded   *ulnschd
008500* exactly as ZBNKLNSV accrues it. The last contractual           *ulnschd
008600* instalment - or any instalment the level payment would more    *ulnschd
008700* than clear - takes the whole remaining balance.                *ulnschd
008800******************************************************************ulnschd
008900 CALCULATE-INSTALMENT.                                            ulnschd
009000     COMPUTE LSD-INTEREST ROUNDED =                               ulnschd
009100         LSD-OPENING-BAL * LSD-RATE / 1200.                       ulnschd
009200     COMPUTE WS-PAYOFF-AMOUNT =                                   ulnschd
009300         LSD-OPENING-BAL + LSD-INTEREST.                          ulnschd
009400     IF LSD-INST-NO IS NOT LESS THAN LSD-LAST-INST-NO OR          ulnschd
009500        WS-PAYOFF-AMOUNT IS NOT GREATER THAN LSD-LEVEL-PAYMENT    ulnschd
009600        MOVE WS-PAYOFF-AMOUNT TO LSD-PAYMENT                      ulnschd
009700        MOVE LSD-OPENING-BAL TO LSD-PRINCIPAL                     ulnschd
009800        MOVE ZERO TO LSD-CLOSING-BAL                              ulnschd
009900        SET LSD-IS-FINAL TO TRUE                                  ulnschd
010000     ELSE                                                         ulnschd
010100        MOVE LSD-LEVEL-PAYMENT TO LSD-PAYMENT                     ulnschd
010200        COMPUTE LSD-PRINCIPAL =                                   ulnschd
010300            LSD-LEVEL-PAYMENT - LSD-INTEREST                      ulnschd
010400        COMPUTE LSD-CLOSING-BAL =                                 ulnschd
010500            LSD-OPENING-BAL - LSD-PRINCIPAL                       ulnschd
010600        SET LSD-NOT-FINAL TO TRUE                                 ulnschd
010700     END-IF.                                                      ulnschd
