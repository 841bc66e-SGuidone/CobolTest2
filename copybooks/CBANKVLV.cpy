000100***************************************************************** cbankvlv
000200*                                                               * cbankvlv
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cbankvlv
000400*                                                               * cbankvlv
000500***************************************************************** cbankvlv
000600                                                                  cbankvlv
000700***************************************************************** cbankvlv
000800* CBANKVLV.CPY                                                  * cbankvlv
000900*---------------------------------------------------------------* cbankvlv
001000* Record layout of the BNKLNPV VSAM file (expected-credit-loss  * cbankvlv
001100* provision held per loan, carrying the same contact id + task  * cbankvlv
001200* number key as the BNKLNMA loan it provisions). ZBNKECLP       * cbankvlv
001300* rewrites each record at month end with the bucket, exposure,  * cbankvlv
001400* rate and collateral shortfall it used; the change in the      * cbankvlv
001500* provision held is what it posts to the ledger. A loan that    * cbankvlv
001600* is paid off or charged off is carried at zero.                * cbankvlv
001700***************************************************************** cbankvlv
001800   05  PV-REC-KEY.                                                cbankvlv
001900     10  PV-REC-CONTACT-ID                   PIC X(5).            cbankvlv
002000     10  PV-REC-TASKN                        PIC 9(7).            cbankvlv
002100   05  PV-REC-BUCKET                         PIC 9(3).            cbankvlv
002200   05  PV-REC-EXPOSURE                       PIC S9(7)V99         cbankvlv
002300       COMP-3.                                                    cbankvlv
002400   05  PV-REC-RATE                           PIC 9(3)V99.         cbankvlv
002500   05  PV-REC-COLLATERAL                     PIC S9(9)V99         cbankvlv
002600       COMP-3.                                                    cbankvlv
002700   05  PV-REC-SHORTFALL                      PIC S9(7)V99         cbankvlv
002800       COMP-3.                                                    cbankvlv
002900   05  PV-REC-PROVISION                      PIC S9(7)V99         cbankvlv
003000       COMP-3.                                                    cbankvlv
003100   05  PV-REC-PRIOR-PROVISION                PIC S9(7)V99         cbankvlv
003200       COMP-3.                                                    cbankvlv
003300   05  PV-REC-RUN-DTE                        PIC 9(8).            cbankvlv
003400   05  FILLER                                PIC X(10).           cbankvlv
003500                                                                  cbankvlv
003600* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvlv
