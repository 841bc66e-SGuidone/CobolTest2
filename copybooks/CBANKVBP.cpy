000100***************************************************************** cbankvbp
000200*                                                               * cbankvbp
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cbankvbp
000400*                                                               * cbankvbp
000500***************************************************************** cbankvbp
000600                                                                  cbankvbp
000700***************************************************************** cbankvbp
000800* CBANKVBP.CPY                                                  * cbankvbp
000900*---------------------------------------------------------------* cbankvbp
001000* Record layout of the BNKBPAY VSAM file (the register of bill  * cbankvbp
001100* payments, keyed by biller + payment date + paying account +   * cbankvbp
001200* the CICS task number of the request, so one biller's          * cbankvbp
001300* payments read together). DBANK03P writes a payment once the   * cbankvbp
001400* money has reached the biller's collection account, or as      * cbankvbp
001500* awaiting a passcode when the transfer was parked for one;     * cbankvbp
001600* ZBNKSTOR writes one for each standing bill payment it posts.  * cbankvbp
001700* ZBNKBILR remits the pending payments to each biller and fails * cbankvbp
001800* any still awaiting a passcode from an earlier day.            * cbankvbp
001900***************************************************************** cbankvbp
002000   05  BP-REC-KEY.                                                cbankvbp
002100     10  BP-REC-BILLER                       PIC X(6).            cbankvbp
002200     10  BP-REC-PAY-DTE                      PIC 9(8).            cbankvbp
002300     10  BP-REC-ACCNO                        PIC X(9).            cbankvbp
002400     10  BP-REC-TASKN                        PIC 9(7).            cbankvbp
002500   05  BP-REC-REFERENCE                      PIC X(20).           cbankvbp
002600   05  BP-REC-AMOUNT                         PIC S9(7)V99         cbankvbp
002700       COMP-3.                                                    cbankvbp
002800   05  BP-REC-PID                            PIC X(5).            cbankvbp
002900   05  BP-REC-CHANNEL                        PIC X(1).            cbankvbp
003000     88  BP-REC-VIA-ONLINE                     VALUE 'O'.         cbankvbp
003100     88  BP-REC-VIA-GATEWAY                    VALUE 'G'.         cbankvbp
003200     88  BP-REC-VIA-STANDING                   VALUE 'S'.         cbankvbp
003300   05  BP-REC-STATUS                         PIC X(1).            cbankvbp
003400     88  BP-REC-AWAITING-OTP                   VALUE 'O'.         cbankvbp
003500     88  BP-REC-PENDING                        VALUE 'P'.         cbankvbp
003600     88  BP-REC-REMITTED                       VALUE 'R'.         cbankvbp
003700     88  BP-REC-FAILED                         VALUE 'F'.         cbankvbp
003800   05  BP-REC-REMIT-DTE                      PIC 9(8).            cbankvbp
003900   05  BP-REC-USERID                         PIC X(8).            cbankvbp
004000   05  FILLER                                PIC X(22).           cbankvbp
004100                                                                  cbankvbp
004200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvbp
