000100***************************************************************** cbankvau
000200*                                                               * cbankvau
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cbankvau
000400*                                                               * cbankvau
000500***************************************************************** cbankvau
000600                                                                  cbankvau
000700***************************************************************** cbankvau
000800* CBANKVAU.CPY                                                  * cbankvau
000900*---------------------------------------------------------------* cbankvau
001000* Record layout of the BNKAUTH VSAM file (the card              * cbankvau
001100* authorisation log, one record for every ATM or POS request    * cbankvau
001200* DBANK64P answers, keyed by date + the CICS task that          * cbankvau
001300* answered it). The key is the authorisation id the switch is   * cbankvau
001400* given back and quotes on the settled item in the nightly ATM  * cbankvau
001500* and POS feeds. An approval places a BNKHOLD hold for the      * cbankvau
001600* amount under the same account and task number; ZBNKATMP or    * cbankvau
001700* ZBNKPOSP releases it when the item settles, and ZBNKAUTX      * cbankvau
001800* releases the hold of an authorisation never settled once      * cbankvau
001900* AU-REC-HOLD-EXPIRY-DTE has passed. A decline is logged with   * cbankvau
002000* its reason code and holds nothing.                            * cbankvau
002100***************************************************************** cbankvau
002200   05  AU-REC-KEY.                                                cbankvau
002300     10  AU-REC-AUTH-DTE                     PIC 9(8).            cbankvau
002400     10  AU-REC-AUTH-TASKN                   PIC 9(7).            cbankvau
002500   05  AU-REC-AUTH-TIME                      PIC X(6).            cbankvau
002600   05  AU-REC-CARD-NO                        PIC X(16).           cbankvau
002700   05  AU-REC-ACCNO                          PIC X(9).            cbankvau
002800   05  AU-REC-PID                            PIC X(5).            cbankvau
002900   05  AU-REC-CHANNEL                        PIC X(1).            cbankvau
003000     88  AU-REC-ATM                            VALUE 'A'.         cbankvau
003100     88  AU-REC-POS                            VALUE 'P'.         cbankvau
003200   05  AU-REC-AMOUNT                         PIC S9(7)V99         cbankvau
003300       COMP-3.                                                    cbankvau
003400   05  AU-REC-TERMINAL                       PIC X(11).           cbankvau
003500   05  AU-REC-RESULT                         PIC X(2).            cbankvau
003600   05  AU-REC-STATUS                         PIC X(1).            cbankvau
003700     88  AU-REC-APPROVED                       VALUE 'A'.         cbankvau
003800     88  AU-REC-DECLINED                       VALUE 'D'.         cbankvau
003900     88  AU-REC-SETTLED                        VALUE 'S'.         cbankvau
004000     88  AU-REC-EXPIRED                        VALUE 'X'.         cbankvau
004100   05  AU-REC-HOLD-EXPIRY-DTE                PIC 9(8).            cbankvau
004200   05  AU-REC-SETTLED-DTE                    PIC 9(8).            cbankvau
004300   05  AU-REC-SETTLED-AMOUNT                 PIC S9(7)V99         cbankvau
004400       COMP-3.                                                    cbankvau
004500   05  FILLER                                PIC X(10).           cbankvau
004600                                                                  cbankvau
004700* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvau
