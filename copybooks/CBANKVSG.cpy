000100***************************************************************** cbankvsg
000200*                                                               * cbankvsg
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cbankvsg
000400*                                                               * cbankvsg
000500***************************************************************** cbankvsg
000600                                                                  cbankvsg
000700***************************************************************** cbankvsg
000800* CBANKVSG.CPY                                                  * cbankvsg
000900*---------------------------------------------------------------* cbankvsg
001000* Record layout of the BNKSCHG VSAM file (security changes held * cbankvsg
001100* for a second administrator's approval, keyed by the date the  * cbankvsg
001200* change was asked for plus the CICS task number that asked).   * cbankvsg
001300* DBANK11P, DBANK12P and DBANK13P hold each change here at 'P'  * cbankvsg
001400* with the request image; DBANK60P records the approver at 'A'  * cbankvsg
001500* or 'R' and the owning program applies an approved change,     * cbankvsg
001600* moving it to 'C' (or 'F' when it could not be applied) with   * cbankvsg
001700* the before/after images. ZBNKSCHG expires anything still at   * cbankvsg
001800* 'P' at end of day ('X').                                      * cbankvsg
001900***************************************************************** cbankvsg
002000   05  SG-REC-KEY.                                                cbankvsg
002100     10  SG-REC-REQ-DTE                      PIC 9(8).            cbankvsg
002200     10  SG-REC-TASKN                        PIC 9(7).            cbankvsg
002300   05  SG-REC-TABLE                          PIC X(8).            cbankvsg
002400   05  SG-REC-FUNCTION                       PIC X(1).            cbankvsg
002500   05  SG-REC-STATUS                         PIC X(1).            cbankvsg
002600     88  SG-REC-PENDING                        VALUE 'P'.         cbankvsg
002700     88  SG-REC-APPROVED                       VALUE 'A'.         cbankvsg
002800     88  SG-REC-REJECTED                       VALUE 'R'.         cbankvsg
002900     88  SG-REC-COMPLETED                      VALUE 'C'.         cbankvsg
003000     88  SG-REC-FAILED                         VALUE 'F'.         cbankvsg
003100     88  SG-REC-EXPIRED                        VALUE 'X'.         cbankvsg
003200   05  SG-REC-MAKER-USERID                   PIC X(8).            cbankvsg
003300   05  SG-REC-REQ-TIME                       PIC X(6).            cbankvsg
003400   05  SG-REC-CHECKER-USERID                 PIC X(8).            cbankvsg
003500   05  SG-REC-DECISION-DTE                   PIC 9(8).            cbankvsg
003600   05  SG-REC-DECISION-TIME                  PIC X(6).            cbankvsg
003700   05  SG-REC-REQUEST                        PIC X(80).           cbankvsg
003800   05  SG-REC-BEFORE-IMAGE                   PIC X(80).           cbankvsg
003900   05  SG-REC-AFTER-IMAGE                    PIC X(80).           cbankvsg
004000   05  SG-REC-RESULT                         PIC X(40).           cbankvsg
004100   05  FILLER                                PIC X(10).           cbankvsg
004200                                                                  cbankvsg
004300* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvsg
