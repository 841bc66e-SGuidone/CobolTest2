000100***************************************************************** cbankvtj
000200*                                                               * cbankvtj
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cbankvtj
000400*                                                               * cbankvtj
000500***************************************************************** cbankvtj
000600                                                                  cbankvtj
000700***************************************************************** cbankvtj
000800* CBANKVTJ.CPY                                                  * cbankvtj
000900*---------------------------------------------------------------* cbankvtj
001000* Record layout of the BNKTJRN VSAM file (teller electronic     * cbankvtj
001100* journal, keyed by till, business date and receipt number).    * cbankvtj
001200* DBANK03P writes one entry for every counter deposit and       * cbankvtj
001300* withdrawal it posts; the entry is also the customer copy of   * cbankvtj
001400* the receipt, so a reprint comes from here. Receipts are       * cbankvtj
001500* numbered per till per day from TL-REC-RECEIPT-SEQ; a posting  * cbankvtj
001600* with no till is journalled under a blank till with the CICS   * cbankvtj
001700* task number as its receipt number. DBANK59P enquires on the   * cbankvtj
001800* journal and ZBNKTJNL lists it at end of day.                  * cbankvtj
001900***************************************************************** cbankvtj
002000   05  TJ-REC-KEY.                                                cbankvtj
002100     10  TJ-REC-TILL                         PIC X(8).            cbankvtj
002200     10  TJ-REC-BUSDATE                      PIC 9(8).            cbankvtj
002300     10  TJ-REC-RECEIPT-NO                   PIC 9(7).            cbankvtj
002400   05  TJ-REC-TIME                           PIC X(6).            cbankvtj
002500   05  TJ-REC-USERID                         PIC X(8).            cbankvtj
002600   05  TJ-REC-BRANCH                         PIC X(3).            cbankvtj
002700   05  TJ-REC-TXN-TYPE                       PIC X(3).            cbankvtj
002800     88  TJ-REC-DEPOSIT                        VALUE 'TLD'.       cbankvtj
002900     88  TJ-REC-WITHDRAWAL                     VALUE 'TLW'.       cbankvtj
003000   05  TJ-REC-ACCNO                          PIC X(9).            cbankvtj
003100   05  TJ-REC-PID                            PIC X(5).            cbankvtj
003200   05  TJ-REC-AMOUNT                         PIC S9(7)V99         cbankvtj
003300       COMP-3.                                                    cbankvtj
003400   05  TJ-REC-BALANCE                        PIC S9(7)V99         cbankvtj
003500       COMP-3.                                                    cbankvtj
003600   05  TJ-REC-CURRENCY                       PIC X(3).            cbankvtj
003700   05  TJ-REC-DESC                           PIC X(25).           cbankvtj
003800   05  TJ-REC-TASKN                          PIC 9(7).            cbankvtj
003900   05  TJ-REC-REPRINTS                       PIC 9(2).            cbankvtj
004000   05  FILLER                                PIC X(10).           cbankvtj
004100                                                                  cbankvtj
004200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvtj
