000100***************************************************************** cbankvbl
000200*                                                               * cbankvbl
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cbankvbl
000400*                                                               * cbankvbl
000500***************************************************************** cbankvbl
000600                                                                  cbankvbl
000700***************************************************************** cbankvbl
000800* CBANKVBL.CPY                                                  * cbankvbl
000900*---------------------------------------------------------------* cbankvbl
001000* Record layout of the BNKBILR VSAM file (the directory of      * cbankvbl
001100* registered billers that customers can pay, keyed by biller    * cbankvbl
001200* code). A payment goes to the biller's collection account on   * cbankvbl
001300* BNKACCT. For an internal biller that is the biller's own      * cbankvbl
001400* account here; for an external biller it is the clearing       * cbankvbl
001500* account the bank holds for it, which ZBNKBILR empties each    * cbankvbl
001600* night by one BNKEXTL transfer to the biller's bank details.   * cbankvbl
001700* The reference the customer quotes is checked against the      * cbankvbl
001800* rule before any payment is taken:                             * cbankvbl
001900*   N - digits only                                             * cbankvbl
002000*   A - letters and digits only                                 * cbankvbl
002100*   L - digits only, the last a Luhn (modulus 10) check digit   * cbankvbl
002200* within BL-REC-REF-MIN to BL-REC-REF-MAX characters, starting  * cbankvbl
002300* with BL-REC-REF-PREFIX when one is set.                       * cbankvbl
002400***************************************************************** cbankvbl
002500   05  BL-REC-CODE                           PIC X(6).            cbankvbl
002600   05  BL-REC-NAME                           PIC X(25).           cbankvbl
002700   05  BL-REC-ROUTE                          PIC X(1).            cbankvbl
002800     88  BL-REC-INTERNAL                       VALUE 'I'.         cbankvbl
002900     88  BL-REC-EXTERNAL                       VALUE 'X'.         cbankvbl
003000   05  BL-REC-COLL-ACCNO                     PIC X(9).            cbankvbl
003100   05  BL-REC-BANK-ID                        PIC X(11).           cbankvbl
003200   05  BL-REC-DEST-ACCNO                     PIC X(17).           cbankvbl
003300   05  BL-REC-REF-RULE                       PIC X(1).            cbankvbl
003400     88  BL-REC-REF-NUMERIC                    VALUE 'N'.         cbankvbl
003500     88  BL-REC-REF-ALPHANUMERIC               VALUE 'A'.         cbankvbl
003600     88  BL-REC-REF-LUHN                       VALUE 'L'.         cbankvbl
003700   05  BL-REC-REF-MIN                        PIC 9(2).            cbankvbl
003800   05  BL-REC-REF-MAX                        PIC 9(2).            cbankvbl
003900   05  BL-REC-REF-PREFIX                     PIC X(4).            cbankvbl
004000   05  BL-REC-STATUS                         PIC X(1).            cbankvbl
004100     88  BL-REC-ACTIVE                         VALUE 'A'.         cbankvbl
004200     88  BL-REC-SUSPENDED                      VALUE 'S'.         cbankvbl
004300   05  BL-REC-CURRENCY                       PIC X(3).            cbankvbl
004400   05  FILLER                                PIC X(18).           cbankvbl
004500                                                                  cbankvbl
004600* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvbl
