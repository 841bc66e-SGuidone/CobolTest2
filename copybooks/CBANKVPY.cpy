000100***************************************************************** cbankvpy
000200*                                                               * cbankvpy
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cbankvpy
000400*                                                               * cbankvpy
000500***************************************************************** cbankvpy
000600                                                                  cbankvpy
000700***************************************************************** cbankvpy
000800* CBANKVPY.CPY                                                  * cbankvpy
000900*---------------------------------------------------------------* cbankvpy
001000* Record layout of the BNKPAYE VSAM file (each customer's book  * cbankvpy
001100* of saved external payees, keyed by customer and a payee       * cbankvpy
001200* number). External transfers on DBANK03P go only to an active  * cbankvpy
001300* payee here, never to bank details keyed with the transfer.    * cbankvpy
001400* PY-REC-COOL-DTE/-TIME is when the payee's current bank        * cbankvpy
001500* details took effect - set when it is added and again when its * cbankvpy
001600* bank or account number is changed. For 24 hours after that a  * cbankvpy
001700* transfer to it is held to the new-payee limit (BNKSYSC        * cbankvpy
001800* PAYEENEW), and ZBNKFRDS scores transfers to it. A deleted     * cbankvpy
001900* payee stays on file, marked D, for the audit trail.           * cbankvpy
002000***************************************************************** cbankvpy
002100   05  PY-REC-KEY.                                                cbankvpy
002200     10  PY-REC-PID                          PIC X(5).            cbankvpy
002300     10  PY-REC-SEQ                          PIC 9(3).            cbankvpy
002400   05  PY-REC-BANK-ID                        PIC X(11).           cbankvpy
002500   05  PY-REC-DEST-ACCNO                     PIC X(17).           cbankvpy
002600   05  PY-REC-DEST-NAME                      PIC X(25).           cbankvpy
002700   05  PY-REC-NICKNAME                       PIC X(20).           cbankvpy
002800   05  PY-REC-STATUS                         PIC X(1).            cbankvpy
002900     88  PY-REC-ACTIVE                         VALUE 'A'.         cbankvpy
003000     88  PY-REC-DELETED                        VALUE 'D'.         cbankvpy
003100   05  PY-REC-ADDED-DTE                      PIC 9(8).            cbankvpy
003200   05  PY-REC-COOL-DTE                       PIC 9(8).            cbankvpy
003300   05  PY-REC-COOL-TIME                      PIC X(6).            cbankvpy
003400   05  PY-REC-CHANGED-DTE                    PIC 9(8).            cbankvpy
003500   05  PY-REC-USERID                         PIC X(8).            cbankvpy
003600   05  FILLER                                PIC X(10).           cbankvpy
003700                                                                  cbankvpy
003800* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvpy
