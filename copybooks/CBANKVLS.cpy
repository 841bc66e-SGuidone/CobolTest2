000100***************************************************************** cbankvls
000200*                                                               * cbankvls
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cbankvls
000400*                                                               * cbankvls
000500***************************************************************** cbankvls
000600                                                                  cbankvls
000700***************************************************************** cbankvls
000800* CBANKVLS.CPY                                                  * cbankvls
000900*---------------------------------------------------------------* cbankvls
001000* Record layout of the BNKLNSC VSAM file (loan repayment        * cbankvls
001100* schedule, one record per instalment, keyed by the BNKLNMA     * cbankvls
001200* loan key + instalment number). ZBNKLNBK writes the full       * cbankvls
001300* schedule when the loan is booked; ZBNKRPRC and the DBANK22P   * cbankvls
001400* restructure rewrite every instalment not yet paid when the    * cbankvls
001500* payment changes. ZBNKLNSV marks each instalment paid as it    * cbankvls
001600* is collected, or in arrears when the collection is missed.    * cbankvls
001610* ZBNKLNLC stamps an instalment in arrears with the date its    * cbankvls
001620* late-payment charge was raised, so it is charged only once.   * cbankvls
001700***************************************************************** cbankvls
001800   05  LS-REC-KEY.                                                cbankvls
001900     10  LS-REC-LOAN-KEY.                                         cbankvls
002000       15  LS-REC-CONTACT-ID                 PIC X(5).            cbankvls
002100       15  LS-REC-TASKN                      PIC 9(7).            cbankvls
002200     10  LS-REC-INST-NO                      PIC 9(3).            cbankvls
002300   05  LS-REC-DUE-DTE                        PIC 9(8).            cbankvls
002400   05  LS-REC-OPENING-BAL                    PIC S9(7)V99         cbankvls
002500       COMP-3.                                                    cbankvls
002600   05  LS-REC-PAYMENT                        PIC S9(7)V99         cbankvls
002700       COMP-3.                                                    cbankvls
002800   05  LS-REC-INTEREST                       PIC S9(7)V99         cbankvls
002900       COMP-3.                                                    cbankvls
003000   05  LS-REC-PRINCIPAL                      PIC S9(7)V99         cbankvls
003100       COMP-3.                                                    cbankvls
003200   05  LS-REC-CLOSING-BAL                    PIC S9(7)V99         cbankvls
003300       COMP-3.                                                    cbankvls
003400   05  LS-REC-RATE                           PIC S9(3)V9(4)       cbankvls
003500       COMP-3.                                                    cbankvls
003600   05  LS-REC-STATUS                         PIC X(1).            cbankvls
003700     88  LS-REC-DUE                            VALUE 'D'.         cbankvls
003800     88  LS-REC-IN-ARREARS                     VALUE 'A'.         cbankvls
003900     88  LS-REC-PAID                           VALUE 'P'.         cbankvls
004000     88  LS-REC-UNPAID                         VALUE 'D', 'A'.    cbankvls
004100   05  LS-REC-PAID-DTE                       PIC 9(8).            cbankvls
004200   05  LS-REC-PAID-AMOUNT                    PIC S9(7)V99         cbankvls
004300       COMP-3.                                                    cbankvls
004400   05  LS-REC-SCHEDULED-DTE                  PIC 9(8).            cbankvls
004410   05  LS-REC-LATE-CHARGED-DTE               PIC 9(8).            cbankvls
004420   05  FILLER                                PIC X(2).            cbankvls
004600                                                                  cbankvls
004700* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvls
