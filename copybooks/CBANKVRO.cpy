000100***************************************************************** cbankvro
000200*                                                               * cbankvro
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cbankvro
000400*                                                               * cbankvro
000500***************************************************************** cbankvro
000600                                                                  cbankvro
000700***************************************************************** cbankvro
000800* CBANKVRO.CPY                                                  * cbankvro
000900*---------------------------------------------------------------* cbankvro
001000* Record layout of the BNKRTOV VSAM file (negotiated interest   * cbankvro
001100* rate overrides, keyed by account number + the date the        * cbankvro
001200* override starts). An override is requested by one user and    * cbankvro
001300* only takes effect once a second user has approved it through  * cbankvro
001400* DBANK46P; while approved and between its start and expiry     * cbankvro
001500* dates, ZBNKACRL accrues credit interest on the account at     * cbankvro
001600* the override rate instead of the BNKATYPE/BNKATEF rate.       * cbankvro
001700***************************************************************** cbankvro
001800   05  RO-REC-KEY.                                                cbankvro
001900     10  RO-REC-ACCNO                        PIC X(9).            cbankvro
002000     10  RO-REC-START-DTE                    PIC 9(8).            cbankvro
002100   05  RO-REC-EXPIRY-DTE                     PIC 9(8).            cbankvro
002200   05  RO-REC-RATE                           PIC S9(3)V9(4)       cbankvro
002300       COMP-3.                                                    cbankvro
002400   05  RO-REC-REASON                         PIC X(30).           cbankvro
002500   05  RO-REC-STATUS                         PIC X(1).            cbankvro
002600     88  RO-REC-PENDING-APPROVAL               VALUE 'P'.         cbankvro
002700     88  RO-REC-APPROVED                       VALUE 'A'.         cbankvro
002800     88  RO-REC-REJECTED                       VALUE 'R'.         cbankvro
002900     88  RO-REC-CANCELLED                      VALUE 'C'.         cbankvro
003000   05  RO-REC-REQ-USERID                     PIC X(8).            cbankvro
003100   05  RO-REC-REQ-DTE                        PIC 9(8).            cbankvro
003200   05  RO-REC-APPR-USERID                    PIC X(8).            cbankvro
003300   05  RO-REC-APPR-DTE                       PIC 9(8).            cbankvro
003400   05  RO-REC-CANCEL-USERID                  PIC X(8).            cbankvro
003500   05  RO-REC-CANCEL-DTE                     PIC 9(8).            cbankvro
003600   05  FILLER                                PIC X(10).           cbankvro
003700                                                                  cbankvro
003800* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvro
