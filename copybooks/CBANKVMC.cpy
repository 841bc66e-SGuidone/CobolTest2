000100***************************************************************** cbankvmc
000200*                                                               * cbankvmc
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cbankvmc
000400*                                                               * cbankvmc
000500***************************************************************** cbankvmc
000600                                                                  cbankvmc
000700***************************************************************** cbankvmc
000800* CBANKVMC.CPY                                                  * cbankvmc
000900*---------------------------------------------------------------* cbankvmc
001000* Record layout of the BNKMKTC VSAM file (marketing consent     * cbankvmc
001100* history, keyed by customer + the date and time of the change  * cbankvmc
001200* + the CICS task that made it). DBANK49P writes one record     * cbankvmc
001300* each time consent is recorded, holding the flags as they were * cbankvmc
001400* and as they became, the channel the consent was captured      * cbankvmc
001500* through and the user who recorded it. The customer's current  * cbankvmc
001600* consent is on BNKCUST; this file is the evidence behind it.   * cbankvmc
001700***************************************************************** cbankvmc
001800   05  MC-REC-KEY.                                                cbankvmc
001900     10  MC-REC-PID                          PIC X(5).            cbankvmc
002000     10  MC-REC-DTE                          PIC 9(8).            cbankvmc
002100     10  MC-REC-TIME                         PIC X(6).            cbankvmc
002200     10  MC-REC-TASKN                        PIC 9(7).            cbankvmc
002300   05  MC-REC-CHANNEL                        PIC X(1).            cbankvmc
002400   05  MC-REC-NEW-CONSENT.                                        cbankvmc
002500     10  MC-REC-NEW-POST                     PIC X(1).            cbankvmc
002600     10  MC-REC-NEW-EMAIL                    PIC X(1).            cbankvmc
002700     10  MC-REC-NEW-SMS                      PIC X(1).            cbankvmc
002800     10  MC-REC-NEW-PHONE                    PIC X(1).            cbankvmc
002900   05  MC-REC-OLD-CONSENT.                                        cbankvmc
003000     10  MC-REC-OLD-POST                     PIC X(1).            cbankvmc
003100     10  MC-REC-OLD-EMAIL                    PIC X(1).            cbankvmc
003200     10  MC-REC-OLD-SMS                      PIC X(1).            cbankvmc
003300     10  MC-REC-OLD-PHONE                    PIC X(1).            cbankvmc
003400   05  MC-REC-USERID                         PIC X(8).            cbankvmc
003500   05  MC-REC-NOTE                           PIC X(30).           cbankvmc
003600   05  FILLER                                PIC X(10).           cbankvmc
003700                                                                  cbankvmc
003800* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvmc
