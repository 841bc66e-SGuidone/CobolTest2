000100***************************************************************** cbankvwn
000200*                                                               * cbankvwn
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cbankvwn
000400*                                                               * cbankvwn
000500***************************************************************** cbankvwn
000600                                                                  cbankvwn
000700***************************************************************** cbankvwn
000800* CBANKVWN.CPY                                                  * cbankvwn
000900*---------------------------------------------------------------* cbankvwn
001000* Record layout of the BNKWNOT VSAM file (withdrawal notices on * cbankvwn
001100* notice savings accounts, keyed by account + sequence). The    * cbankvwn
001200* customer gives notice through DBANK62P of an amount and the   * cbankvwn
001300* date it is wanted, which cannot be earlier than the account   * cbankvwn
001400* type's BAT-REC-NOTICE-DAYS from the day notice is given.      * cbankvwn
001500* ZBNKWNOT releases a notice on its date, reminds the customer  * cbankvwn
001600* shortly before, and lapses a released notice not drawn on in  * cbankvwn
001700* time. Debits from a notice account (DBANK03P, ZBNKSTOR) draw  * cbankvwn
001800* down released notices; without one the debit is refused, or   * cbankvwn
001900* online may go ahead with a penalty taken from the interest    * cbankvwn
002000* accrued on BNKACRU.                                           * cbankvwn
002100***************************************************************** cbankvwn
002200   05  WN-REC-KEY.                                                cbankvwn
002300     10  WN-REC-ACCNO                        PIC X(9).            cbankvwn
002400     10  WN-REC-SEQ                          PIC 9(3).            cbankvwn
002500   05  WN-REC-PID                            PIC X(5).            cbankvwn
002600   05  WN-REC-AMOUNT                         PIC S9(7)V99         cbankvwn
002700       COMP-3.                                                    cbankvwn
002800   05  WN-REC-DRAWN                          PIC S9(7)V99         cbankvwn
002900       COMP-3.                                                    cbankvwn
003000   05  WN-REC-GIVEN-DTE                      PIC 9(8).            cbankvwn
003100   05  WN-REC-AVAIL-DTE                      PIC 9(8).            cbankvwn
003200   05  WN-REC-LAPSE-DTE                      PIC 9(8).            cbankvwn
003300   05  WN-REC-STATUS                         PIC X(1).            cbankvwn
003400     88  WN-REC-PENDING                        VALUE 'P'.         cbankvwn
003500     88  WN-REC-RELEASED                       VALUE 'R'.         cbankvwn
003600     88  WN-REC-USED                           VALUE 'U'.         cbankvwn
003700     88  WN-REC-CANCELLED                      VALUE 'X'.         cbankvwn
003800     88  WN-REC-LAPSED                         VALUE 'L'.         cbankvwn
003900     88  WN-REC-OUTSTANDING                    VALUE 'P' 'R'.     cbankvwn
004000   05  WN-REC-REMINDED                       PIC X(1).            cbankvwn
004100     88  WN-REC-REMINDER-SENT                  VALUE 'Y'.         cbankvwn
004200   05  WN-REC-USERID                         PIC X(8).            cbankvwn
004300   05  WN-REC-CLOSED-DTE                     PIC 9(8).            cbankvwn
004400   05  FILLER                                PIC X(11).           cbankvwn
004500                                                                  cbankvwn
004600* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvwn
