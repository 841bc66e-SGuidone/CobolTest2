000100***************************************************************** cbankvot
000200*                                                               * cbankvot
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cbankvot
000400*                                                               * cbankvot
000500***************************************************************** cbankvot
000600                                                                  cbankvot
000700***************************************************************** cbankvot
000800* CBANKVOT.CPY                                                  * cbankvot
000900*---------------------------------------------------------------* cbankvot
001000* Record layout of the BNKOTPC VSAM file (one-time passcode     * cbankvot
001100* challenges). DBANK03P parks a transfer above the XFEROTP      * cbankvot
001200* system-control amount and texts a passcode to the owner's     * cbankvot
001300* BCS-REC-TELNO; the transfer is only released when the code is * cbankvot
001400* confirmed from the same session before it expires. The key is * cbankvot
001500* the debiting account plus the CICS task number that raised the* cbankvot
001600* request - for an external transfer the same key as the parked * cbankvot
001700* BNKEXTL record. An account-to-account transfer is not written * cbankvot
001800* anywhere else until it is released, so its details are kept   * cbankvot
001900* here. Each record is the log of one challenge: who it was     * cbankvot
002000* issued to, on which session, the wrong tries and the outcome. * cbankvot
002100***************************************************************** cbankvot
002200   05  OT-REC-KEY.                                                cbankvot
002300     10  OT-REC-ACCNO                        PIC X(9).            cbankvot
002400     10  OT-REC-TASKN                        PIC 9(7).            cbankvot
002500   05  OT-REC-KIND                           PIC X(1).            cbankvot
002600     88  OT-REC-EXTERNAL                       VALUE 'X'.         cbankvot
002700     88  OT-REC-ACCT-XFER                      VALUE 'T'.         cbankvot
002800   05  OT-REC-STATUS                         PIC X(1).            cbankvot
002900     88  OT-REC-WAITING                        VALUE 'W'.         cbankvot
003000     88  OT-REC-VERIFIED                       VALUE 'V'.         cbankvot
003100     88  OT-REC-EXPIRED                        VALUE 'X'.         cbankvot
003200     88  OT-REC-FAILED                         VALUE 'F'.         cbankvot
003300   05  OT-REC-PID                            PIC X(5).            cbankvot
003400   05  OT-REC-USERID                         PIC X(8).            cbankvot
003500***************************************************************** cbankvot
003600* The session the challenge belongs to - the BNKTOKN token for  * cbankvot
003700* the JSON gateway, otherwise the BNKSESS key (userid and       * cbankvot
003800* terminal id).                                                 * cbankvot
003900***************************************************************** cbankvot
004000   05  OT-REC-CHANNEL                        PIC X(1).            cbankvot
004100     88  OT-REC-VIA-GATEWAY                    VALUE 'G'.         cbankvot
004200     88  OT-REC-VIA-TERMINAL                   VALUE 'T'.         cbankvot
004300   05  OT-REC-SESSION-ID                     PIC X(16).           cbankvot
004400   05  OT-REC-SESSION-KEY REDEFINES OT-REC-SESSION-ID.            cbankvot
004500     10  OT-REC-SESSION-USERID               PIC X(8).            cbankvot
004600     10  OT-REC-SESSION-TERMID               PIC X(4).            cbankvot
004700     10  FILLER                              PIC X(4).            cbankvot
004800   05  OT-REC-TELNO                          PIC X(12).           cbankvot
004900   05  OT-REC-PASSCODE                       PIC X(6).            cbankvot
005000   05  OT-REC-ISSUED-DTE                     PIC 9(8).            cbankvot
005100   05  OT-REC-ISSUED-TIME                    PIC 9(6).            cbankvot
005200   05  OT-REC-EXPIRES-AT                     PIC S9(15)           cbankvot
005300       COMP-3.                                                    cbankvot
005400   05  OT-REC-TRIES                          PIC 9(1).            cbankvot
005500   05  OT-REC-CLOSED-DTE                     PIC 9(8).            cbankvot
005600   05  OT-REC-CLOSED-TIME                    PIC 9(6).            cbankvot
005700***************************************************************** cbankvot
005800* Account-to-account transfer details, replayed through the     * cbankvot
005900* normal transfer controls when the passcode is confirmed.      * cbankvot
005950* For a bill payment, the biller it is paid to (BNKBPAY).       * cbankvot
006000***************************************************************** cbankvot
006100   05  OT-REC-CONTACT-ID                     PIC X(5).            cbankvot
006200   05  OT-REC-TO-ACCNO                       PIC X(9).            cbankvot
006300   05  OT-REC-AMOUNT                         PIC S9(7)V99         cbankvot
006400       COMP-3.                                                    cbankvot
006500   05  OT-REC-NOTICE-PENALTY                 PIC X(1).            cbankvot
006540   05  OT-REC-BILLER                         PIC X(6).            cbankvot
006550   05  FILLER                                PIC X(13).           cbankvot
006600                                                                  cbankvot
006700* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvot
