000100***************************************************************** clnschd
000200*                                                               * clnschd
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * clnschd
000400*                                                               * clnschd
000500***************************************************************** clnschd
000600                                                                  clnschd
000700***************************************************************** clnschd
000800* CLNSCHD.CPY                                                   * clnschd
000900*---------------------------------------------------------------* clnschd
001000* Parameter area passed to the ULNSCHD instalment calculator.   * clnschd
001100* The caller passes the balance brought forward, the loan's     * clnschd
001200* rate, level payment, booking date and final instalment        * clnschd
001300* number, and the instalment wanted; the utility answers with   * clnschd
001400* the due date and the interest/principal split, taking the     * clnschd
001500* whole remaining balance on the final instalment. The same     * clnschd
001600* arithmetic as ZBNKLNSV, so the schedule agrees with what is   * clnschd
001700* actually collected.                                           * clnschd
001800***************************************************************** clnschd
001900   05  LSD-INPUT.                                                 clnschd
002000     10  LSD-BOOKED-DTE                     PIC 9(8).             clnschd
002100     10  LSD-RATE                           PIC S9(3)V9(4)        clnschd
002200         COMP-3.                                                  clnschd
002300     10  LSD-LEVEL-PAYMENT                  PIC S9(7)V99          clnschd
002400         COMP-3.                                                  clnschd
002500     10  LSD-LAST-INST-NO                   PIC 9(3).             clnschd
002600     10  LSD-INST-NO                        PIC 9(3).             clnschd
002700     10  LSD-OPENING-BAL                    PIC S9(7)V99          clnschd
002800         COMP-3.                                                  clnschd
002900   05  LSD-OUTPUT.                                                clnschd
003000     10  LSD-DUE-DTE                        PIC 9(8).             clnschd
003100     10  LSD-PAYMENT                        PIC S9(7)V99          clnschd
003200         COMP-3.                                                  clnschd
003300     10  LSD-INTEREST                       PIC S9(7)V99          clnschd
003400         COMP-3.                                                  clnschd
003500     10  LSD-PRINCIPAL                      PIC S9(7)V99          clnschd
003600         COMP-3.                                                  clnschd
003700     10  LSD-CLOSING-BAL                    PIC S9(7)V99          clnschd
003800         COMP-3.                                                  clnschd
003900     10  LSD-FINAL                          PIC X(1).             clnschd
004000       88  LSD-IS-FINAL                     VALUE 'Y'.            clnschd
004100       88  LSD-NOT-FINAL                    VALUE 'N'.            clnschd
004200                                                                  clnschd
004300* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     clnschd
