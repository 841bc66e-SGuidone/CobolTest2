000100***************************************************************** cbankvcq
000200*                                                               * cbankvcq
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cbankvcq
000400*                                                               * cbankvcq
000500***************************************************************** cbankvcq
000600                                                                  cbankvcq
000700***************************************************************** cbankvcq
000800* CBANKVCQ.CPY                                                  * cbankvcq
000900*---------------------------------------------------------------* cbankvcq
001000* Record layout of the BNKCHQD VSAM file (cheques deposited at  * cbankvcq
001100* the counter and drawn on other banks, keyed by account number * cbankvcq
001200* + the CICS task number of the deposit - the same key as the   * cbankvcq
001300* uncleared-funds BNKHOLD the deposit places, so the clearing   * cbankvcq
001400* run finds the hold directly). DBANK52P credits the account    * cbankvcq
001500* and writes the item as deposited; the nightly ZBNKCHQO run    * cbankvcq
001600* sends it on the CHQOUT outward clearing file, marks it        * cbankvcq
001700* cleared once the clearing period has run, and reverses and    * cbankvcq
001800* charges an item the paying bank returns.                      * cbankvcq
001900***************************************************************** cbankvcq
002000   05  CQ-REC-KEY.                                                cbankvcq
002100     10  CQ-REC-ACCNO                        PIC X(9).            cbankvcq
002200     10  CQ-REC-TASKN                        PIC 9(7).            cbankvcq
002300   05  CQ-REC-STATUS                         PIC X(1).            cbankvcq
002400     88  CQ-REC-DEPOSITED                      VALUE 'D'.         cbankvcq
002500     88  CQ-REC-SENT                           VALUE 'S'.         cbankvcq
002600     88  CQ-REC-CLEARED                        VALUE 'C'.         cbankvcq
002700     88  CQ-REC-RETURNED                       VALUE 'R'.         cbankvcq
002800   05  CQ-REC-CHEQUE-NO                      PIC 9(6).            cbankvcq
002900   05  CQ-REC-DRAWEE-BANK                    PIC X(11).           cbankvcq
003000   05  CQ-REC-DRAWEE-ACCNO                   PIC X(17).           cbankvcq
003100   05  CQ-REC-AMOUNT                         PIC S9(7)V99         cbankvcq
003200       COMP-3.                                                    cbankvcq
003300   05  CQ-REC-BRANCH                         PIC X(3).            cbankvcq
003400   05  CQ-REC-USERID                         PIC X(8).            cbankvcq
003500***************************************************************** cbankvcq
003600* The clear date is the business day the funds become available * cbankvcq
003700* - the deposit date plus the clearing period, weekends and     * cbankvcq
003800* BNKHCAL holidays not counted - and the hold expires on the    * cbankvcq
003900* day before it.                                                * cbankvcq
004000***************************************************************** cbankvcq
004100   05  CQ-REC-DEPOSIT-DTE                    PIC 9(8).            cbankvcq
004200   05  CQ-REC-CLEAR-DTE                      PIC 9(8).            cbankvcq
004300   05  CQ-REC-SENT-DTE                       PIC 9(8).            cbankvcq
004400   05  CQ-REC-RETURN-DTE                     PIC 9(8).            cbankvcq
004500   05  CQ-REC-RETURN-REASON                  PIC X(30).           cbankvcq
004600   05  CQ-REC-RETURN-FEE                     PIC S9(5)V99         cbankvcq
004700       COMP-3.                                                    cbankvcq
004800   05  FILLER                                PIC X(20).           cbankvcq
004900                                                                  cbankvcq
005000* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvcq
