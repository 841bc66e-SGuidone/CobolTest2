001000* Record layout of the BNKRECT VSAM file (recurring transfer    * cbankvrt
001100* instructions set up against an account, keyed by the source   * cbankvrt
001200* account number + the CICS task number that created the        * cbankvrt
001300* instruction). A standing bill payment also names the biller   * cbankvrt
001310* (BNKBILR) and the reference quoted to it; the transfer then   * cbankvrt
001320* goes to the biller's collection account.                      * cbankvrt
001400***************************************************************** cbankvrt
001500   05  RT-REC-KEY.                                                cbankvrt
001600     10  RT-REC-FROM-ACCNO                   PIC X(9).            cbankvrt
002900     88  RT-REC-SUSPENDED                      VALUE 'S'.         cbankvrt
003000     88  RT-REC-CANCELLED                      VALUE 'C'.         cbankvrt
003010   05  RT-REC-RETRY-COUNT                    PIC 9(2).            cbankvrt
003100   05  RT-REC-BILLER                         PIC X(6).            cbankvrt
003110   05  RT-REC-BILL-REF                       PIC X(20).           cbankvrt
003120   05  FILLER                                PIC X(2).            cbankvrt
003200                                                                  cbankvrt
003300* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvrt
