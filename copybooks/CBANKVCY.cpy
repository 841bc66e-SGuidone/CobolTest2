000100***************************************************************** cbankvcy
000200*                                                               * cbankvcy
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cbankvcy
000400*                                                               * cbankvcy
000500***************************************************************** cbankvcy
000600                                                                  cbankvcy
000700***************************************************************** cbankvcy
000800* CBANKVCY.CPY                                                  * cbankvcy
000900*---------------------------------------------------------------* cbankvcy
001000* Record layout of the BNKCTRY VSAM file (country risk list,    * cbankvcy
001100* keyed by the country code as held on BCS-REC-CNTRY and        * cbankvcy
001200* BD-REC-COUNTRY). Compliance lists the high- and medium-risk   * cbankvcy
001300* jurisdictions here; the ZBNKKYCS risk-rating run scores a     * cbankvcy
001400* customer's country of residence and the destination country   * cbankvcy
001500* of their transfers against it. A foreign country with no      * cbankvcy
001600* record scores as ordinary foreign.                            * cbankvcy
001700***************************************************************** cbankvcy
001800   05  CY-REC-CNTRY                          PIC X(6).            cbankvcy
001900   05  CY-REC-NAME                           PIC X(25).           cbankvcy
002000   05  CY-REC-RISK                           PIC X(1).            cbankvcy
002100     88  CY-REC-RISK-HIGH                      VALUE 'H'.         cbankvcy
002200     88  CY-REC-RISK-MEDIUM                    VALUE 'M'.         cbankvcy
002300   05  CY-REC-UPDATED-DTE                    PIC 9(8).            cbankvcy
002400   05  CY-REC-USERID                         PIC X(8).            cbankvcy
002500   05  FILLER                                PIC X(10).           cbankvcy
002600                                                                  cbankvcy
002700* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvcy
