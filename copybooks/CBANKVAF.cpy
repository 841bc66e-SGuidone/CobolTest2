000100***************************************************************** cbankvaf
000200*                                                               * cbankvaf
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cbankvaf
000400*                                                               * cbankvaf
000500***************************************************************** cbankvaf
000600                                                                  cbankvaf
000700***************************************************************** cbankvaf
000800* CBANKVAF.CPY                                                  * cbankvaf
000900*---------------------------------------------------------------* cbankvaf
001000* Record layout of the BNKAMLF VSAM file (history of the cash   * cbankvaf
001100* reports raised by the daily ZBNKAML run, keyed by customer +  * cbankvaf
001200* date + kind + the posting reported). A single cash posting    * cbankvaf
001300* over the threshold is flagged against the account's primary   * cbankvaf
001400* owner with the posting's key; a customer whose combined       * cbankvaf
001500* same-day cash crossed it is flagged once for the day with the * cbankvaf
001600* posting fields blank. A rerun of the same day finds its flags * cbankvaf
001700* already present and adds none. The monthly ZBNKKYCS risk      * cbankvaf
001800* rating counts a customer's flags over the past year.          * cbankvaf
001900***************************************************************** cbankvaf
002000   05  AF-REC-KEY.                                                cbankvaf
002100     10  AF-REC-PID                          PIC X(5).            cbankvaf
002200     10  AF-REC-DATE                         PIC 9(8).            cbankvaf
002300     10  AF-REC-KIND                         PIC X(1).            cbankvaf
002400       88  AF-REC-LARGE-CASH                   VALUE 'L'.         cbankvaf
002500       88  AF-REC-DAY-TOTAL                    VALUE 'S'.         cbankvaf
002600     10  AF-REC-TXN-ACCNO                    PIC X(9).            cbankvaf
002700     10  AF-REC-TXN-TIME                     PIC X(8).            cbankvaf
002800     10  AF-REC-TXN-SEQ                      PIC X(3).            cbankvaf
002900   05  AF-REC-AMOUNT                         PIC S9(9)V99         cbankvaf
003000       COMP-3.                                                    cbankvaf
003100   05  AF-REC-ITEMS                          PIC 9(3).            cbankvaf
003200   05  FILLER                                PIC X(20).           cbankvaf
003300                                                                  cbankvaf
003400* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvaf
